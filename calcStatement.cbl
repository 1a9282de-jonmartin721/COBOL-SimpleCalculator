      *   9/2/26  - Read the account name with a keyed READ of the
      *              now-indexed account master instead of loading
      *              a 500-entry table.
      *   10/15/26 - Append STARTED and ENDED step entries, with the
      *              completion status, return code and key counts,
      *              to the shared run-control log CALCRUNL.DAT for
      *              the morning status report (see Calc-Run-Status).
      *   10/15/26 - Print each statement in the client's own currency
      *              from the account master: the heading names the
      *              currency, amounts print as posted in it, and a
      *              calculation held in any other currency (history
      *              from before the account's currency was set) is
      *              listed with its code but kept out of the total.
      *   10/15/26 - History record widened to 109 bytes for the account
      *              and posting date alternate key CH-ACCT-DATE-KEY.
      *   10/15/26 - History record widened to 117 bytes for the restore
      *              hold date CH-HOLD-DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Client-Statement.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CALC-ID
               ALTERNATE RECORD KEY IS CH-ACCT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CALC-ARCHIVE-FILE ASSIGN TO "CALCHARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT STATEMENT-FILE ASSIGN TO "CALCSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CH-OPERATOR         PIC X.
           05  CH-RESULT           PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  CH-CURRENCY         PIC X(3).
           05  CH-FX-RATE          PIC 9(5)V9(6).
           05  CH-BASE-RESULT      PIC S9(11)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  CH-ACCT-DATE-KEY.
               10  CH-KEY-ACCOUNT  PIC X(8).
               10  CH-POST-DATE    PIC 9(8).
           05  CH-HOLD-DATE        PIC 9(8).

       FD  CALC-ARCHIVE-FILE.
       01  CALC-ARCHIVE-RECORD.
           05  AR-OPERATOR         PIC X.
           05  AR-RESULT           PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  AR-CURRENCY         PIC X(3).
           05  AR-FX-RATE          PIC 9(5)V9(6).
           05  AR-BASE-RESULT      PIC S9(11)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  AR-ACCT-DATE-KEY.
               10  AR-KEY-ACCOUNT  PIC X(8).
               10  AR-POST-DATE    PIC 9(8).
           05  AR-HOLD-DATE        PIC 9(8).

       FD  CALC-ACCOUNT-MASTER.
       01  CALC-ACCOUNT-RECORD.
           05  AM-CLOSE-DATE       PIC X(8).
           05  AM-TRAN-LIMIT       PIC X(9).
           05  AM-RUN-LIMIT        PIC X(11).
           05  AM-CURRENCY         PIC X(3).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE          PIC X(104).

       FD  CALC-RUN-CONTROL.
       01  CALC-STEP-RECORD.
           05  SL-PROGRAM          PIC X(20).
           05  SL-SELECTION        PIC X(14).
           05  SL-START-STAMP      PIC X(14).
           05  SL-END-STAMP        PIC X(14).
           05  SL-STATUS           PIC X(8).
           05  SL-RETURN-CODE      PIC 9(3).
           05  SL-COUNTS.
               10  SL-COUNT-ENTRY OCCURS 5 TIMES.
                   15  SL-COUNT-LABEL
                                   PIC X(10).
                   15  SL-COUNT-VALUE
                                   PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS          PIC XX VALUE "00".
       01  WS-ARCH-STATUS          PIC XX VALUE "00".
       01  WS-ACCT-STATUS          PIC XX VALUE "00".
       01  WS-STMT-STATUS          PIC XX VALUE "00".

       01  WS-RUNL-STATUS          PIC XX VALUE "00".
       01  WS-STEP-LOG.
           05  WS-STEP-START       PIC X(14) VALUE SPACES.
           05  WS-STEP-END         PIC X(14) VALUE SPACES.
           05  WS-STEP-SELECTION   PIC X(14) VALUE SPACES.
           05  WS-STEP-STATUS      PIC X(8) VALUE SPACES.
           05  WS-STEP-RC          PIC 9(3) VALUE ZEROES.
           05  WS-STEP-COUNTS.
               10  WS-STEP-COUNT-ENTRY OCCURS 5 TIMES.
                   15  WS-STEP-LABEL
                                   PIC X(10).
                   15  WS-STEP-VALUE
                                   PIC 9(9).

       01  WS-HIST-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-HISTORY-FILE     VALUE "Y".
       01  WS-ARCH-EOF-SWITCH      PIC X VALUE "N".
               10  WS-STMT-NUM2    PIC S9(7)V99.
               10  WS-STMT-OP      PIC X.
               10  WS-STMT-RESULT  PIC S9(7)V99.
               10  WS-STMT-CURR    PIC X(3).
       01  WS-STMT-SWAP.
           05  WS-SWAP-ACCT        PIC X(8).
           05  WS-SWAP-DATE        PIC X(8).
           05  WS-SWAP-NUM2        PIC S9(7)V99.
           05  WS-SWAP-OP          PIC X.
           05  WS-SWAP-RESULT      PIC S9(7)V99.
           05  WS-SWAP-CURR        PIC X(3).
       01  WS-SUB                  PIC 9(4) COMP VALUE ZEROES.
       01  WS-SORT-SUB             PIC 9(4) COMP VALUE ZEROES.
       01  WS-SORTED-SWITCH        PIC X VALUE "N".
           88  SORT-PASS-CLEAN         VALUE "Y".

       01  WS-FOUND-NAME           PIC X(30) VALUE SPACES.
       01  WS-FOUND-CURRENCY       PIC X(3) VALUE "USD".
       01  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
       01  WS-OTHER-CURR-COUNT     PIC 9(6) VALUE ZEROES.

       01  WS-CURRENT-ACCT         PIC X(8) VALUE SPACES.
       01  WS-ACCT-TRANS-COUNT     PIC 9(6) VALUE ZEROES.
           05  WS-HDG-ACCT         PIC X(8).
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-HDG-NAME         PIC X(30).
           05  FILLER              PIC X(12) VALUE "  Currency: ".
           05  WS-HDG-CURRENCY     PIC X(3).
       01  WS-HEADING-3.
           05  FILLER              PIC X(9) VALUE "Date     ".
           05  FILLER              PIC X(8) VALUE "Calc Id ".
           05  FILLER              PIC X(15) VALUE "          Num1 ".
           05  FILLER              PIC X(3) VALUE "Op ".
           05  FILLER              PIC X(15) VALUE "          Num2 ".
           05  FILLER              PIC X(15) VALUE "        Result ".
           05  FILLER              PIC X(3) VALUE "Cur".

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE         PIC X(8).
           05  WS-DTL-NUM2         PIC ---,---,--9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-RESULT       PIC ---,---,--9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-CURRENCY     PIC X(3).

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(14) VALUE "Calculations: ".
           05  WS-TOT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(16) VALUE "   Result total ".
           05  WS-TOT-RESULT       PIC ---,---,---,--9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-TOT-CURRENCY     PIC X(3).
       01  WS-OTHER-CURR-LINE.
           05  FILLER              PIC X(14) VALUE "Not totaled:  ".
           05  WS-OTH-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(40) VALUE
               " calculation(s) held in another currency".

       PROCEDURE DIVISION.
       Statement-Main.
               DISPLAY "Month must be YYYYMM, nothing produced"
               STOP RUN
           END-IF
           MOVE WS-TARGET-MONTH TO WS-STEP-SELECTION
           PERFORM Log-Step-Start
           PERFORM Open-Account-Master
           PERFORM Load-History-File
           PERFORM Load-Archive-File
           IF WS-STMT-COUNT = ZEROES THEN
               DISPLAY "No calculations found for " WS-TARGET-MONTH
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           PERFORM Sort-Statement-Table
           IF STATEMENT-TABLE-FULL THEN
               DISPLAY "Warning: over 2000 calculations in the "
                   "month, statements incomplete"
               MOVE "WARNING" TO WS-STEP-STATUS
           END-IF
           MOVE "ACCOUNTS" TO WS-STEP-LABEL (1)
           MOVE WS-STMT-ACCTS TO WS-STEP-VALUE (1)
           MOVE "CALCS" TO WS-STEP-LABEL (2)
           MOVE WS-STMT-COUNT TO WS-STEP-VALUE (2)
           PERFORM Log-Step-End
           STOP RUN.

       Open-Account-Master.
               MOVE CH-NUM2 TO WS-STMT-NUM2 (WS-STMT-COUNT)
               MOVE CH-OPERATOR TO WS-STMT-OP (WS-STMT-COUNT)
               MOVE CH-RESULT TO WS-STMT-RESULT (WS-STMT-COUNT)
               IF CH-CURRENCY = SPACES OR CH-CURRENCY = LOW-VALUES
                   MOVE WS-BASE-CURRENCY TO WS-STMT-CURR (WS-STMT-COUNT)
               ELSE
                   MOVE CH-CURRENCY TO WS-STMT-CURR (WS-STMT-COUNT)
               END-IF
           ELSE
               SET STATEMENT-TABLE-FULL TO TRUE
           END-IF.
               MOVE AR-NUM2 TO WS-STMT-NUM2 (WS-STMT-COUNT)
               MOVE AR-OPERATOR TO WS-STMT-OP (WS-STMT-COUNT)
               MOVE AR-RESULT TO WS-STMT-RESULT (WS-STMT-COUNT)
               IF AR-CURRENCY = SPACES OR AR-CURRENCY = LOW-VALUES
                   MOVE WS-BASE-CURRENCY TO WS-STMT-CURR (WS-STMT-COUNT)
               ELSE
                   MOVE AR-CURRENCY TO WS-STMT-CURR (WS-STMT-COUNT)
               END-IF
           ELSE
               SET STATEMENT-TABLE-FULL TO TRUE
           END-IF.
               END-IF
               PERFORM Print-Detail-Line
               ADD 1 TO WS-ACCT-TRANS-COUNT
               IF WS-STMT-CURR (WS-SUB) = WS-FOUND-CURRENCY THEN
                   ADD WS-STMT-RESULT (WS-SUB)
                       TO WS-ACCT-RESULT-TOTAL
               ELSE
                   ADD 1 TO WS-OTHER-CURR-COUNT
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM
           IF WS-CURRENT-ACCT NOT = SPACES THEN
           MOVE WS-STMT-ACCT (WS-SUB) TO WS-CURRENT-ACCT
           MOVE ZEROES TO WS-ACCT-TRANS-COUNT
           MOVE ZEROES TO WS-ACCT-RESULT-TOTAL
           MOVE ZEROES TO WS-OTHER-CURR-COUNT
           ADD 1 TO WS-STMT-ACCTS
           PERFORM Find-Account-Name
           MOVE WS-CURRENT-ACCT TO WS-HDG-ACCT
           MOVE WS-FOUND-NAME TO WS-HDG-NAME
           MOVE WS-FOUND-CURRENCY TO WS-HDG-CURRENCY
           PERFORM Print-Page-Heading.

      ******************************************************************
      * The statement prints in the client's currency off the account
      * master; an account with no currency code, or one missing from
      * the master, is held in base currency.
      ******************************************************************
       Find-Account-Name.
           MOVE "(account not on master)" TO WS-FOUND-NAME
           MOVE WS-BASE-CURRENCY TO WS-FOUND-CURRENCY
           IF ACCOUNT-MASTER-OPEN THEN
               MOVE WS-CURRENT-ACCT TO AM-ACCOUNT-ID
               READ CALC-ACCOUNT-MASTER
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-ACCOUNT-NAME TO WS-FOUND-NAME
                       IF AM-CURRENCY NOT = SPACES AND
                           AM-CURRENCY NOT = LOW-VALUES
                           MOVE AM-CURRENCY TO WS-FOUND-CURRENCY
                       END-IF
               END-READ
           END-IF.

           MOVE WS-STMT-OP (WS-SUB) TO WS-DTL-OP
           MOVE WS-STMT-NUM2 (WS-SUB) TO WS-DTL-NUM2
           MOVE WS-STMT-RESULT (WS-SUB) TO WS-DTL-RESULT
           MOVE WS-STMT-CURR (WS-SUB) TO WS-DTL-CURRENCY
           MOVE WS-DETAIL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-LINE-COUNT.
           WRITE STATEMENT-LINE
           MOVE WS-ACCT-TRANS-COUNT TO WS-TOT-COUNT
           MOVE WS-ACCT-RESULT-TOTAL TO WS-TOT-RESULT
           MOVE WS-FOUND-CURRENCY TO WS-TOT-CURRENCY
           MOVE WS-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 2 TO WS-LINE-COUNT
           IF WS-OTHER-CURR-COUNT > ZEROES THEN
               MOVE WS-OTHER-CURR-COUNT TO WS-OTH-COUNT
               MOVE WS-OTHER-CURR-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      ******************************************************************
      * Each run appends a STARTED entry to the shared run-control
      * log CALCRUNL.DAT as it begins and an ENDED entry with its
      * completion status, return code and key counts as it ends. A
      * run that aborts leaves its STARTED entry unmatched, which
      * Calc-Run-Status reports. The log is opened and closed around
      * each entry so an abend cannot lose what was already written.
      ******************************************************************
       Log-Step-Start.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START
           MOVE SPACES TO WS-STEP-END
           INITIALIZE WS-STEP-COUNTS
           MOVE "STARTED" TO WS-STEP-STATUS
           MOVE ZEROES TO WS-STEP-RC
           PERFORM Write-Step-Record
           MOVE SPACES TO WS-STEP-STATUS.

       Log-Step-End.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-END
           MOVE RETURN-CODE TO WS-STEP-RC
           IF WS-STEP-STATUS = SPACES THEN
               EVALUATE TRUE
                   WHEN RETURN-CODE = 0
                       MOVE "OK" TO WS-STEP-STATUS
                   WHEN RETURN-CODE < 8
                       MOVE "WARNING" TO WS-STEP-STATUS
                   WHEN OTHER
                       MOVE "FAILED" TO WS-STEP-STATUS
               END-EVALUATE
           END-IF
           PERFORM Write-Step-Record.

       Write-Step-Record.
           OPEN EXTEND CALC-RUN-CONTROL
           IF WS-RUNL-STATUS NOT = "00" THEN
               OPEN OUTPUT CALC-RUN-CONTROL
               CLOSE CALC-RUN-CONTROL
               OPEN EXTEND CALC-RUN-CONTROL
           END-IF
           IF WS-RUNL-STATUS NOT = "00" THEN
               DISPLAY "CALCRUNL.DAT not available (status "
                   WS-RUNL-STATUS "), step not logged"
               EXIT PARAGRAPH
           END-IF
           MOVE "Calc-Client-Statement" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
