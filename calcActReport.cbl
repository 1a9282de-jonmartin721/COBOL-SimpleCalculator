      *              R=run id, D=date range, L=latest run off
      *              CALCAUD.DAT); the console prompts remain when
      *              no parameter file exists.
      *   10/15/26 - Append STARTED and ENDED step entries, with the
      *              completion status, return code and key counts,
      *              to the shared run-control log CALCRUNL.DAT for
      *              the morning status report (see Calc-Run-Status).
      *   10/15/26 - Print each transaction's currency beside its
      *              result and total the per-operator subtotals in
      *              base currency from the base amount now on the
      *              audit record (older entries were base already).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Activity-Report.
           SELECT REPORT-PARM-FILE ASSIGN TO "CALCACTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  AL-STATUS           PIC X(8).
           05  AL-REASON           PIC X(30).
           05  AL-FILE-DATE        PIC X(8).
           05  AL-CURRENCY         PIC X(3).
           05  AL-BASE-RESULT      PIC S9(11)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.

       FD  DAILY-REPORT-FILE.
       01  DAILY-REPORT-LINE       PIC X(108).

       FD  REPORT-PARM-FILE.
       01  REPORT-PARM-RECORD.
           05  AP-FROM-DATE        PIC X(8).
           05  AP-TO-DATE          PIC X(8).

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
       01  WS-AUDIT-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS           PIC XX VALUE "00".

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

       01  WS-AUDIT-EOF-SWITCH     PIC X VALUE "N".
           88  END-OF-AUDIT-LOG        VALUE "Y".

           05  FILLER              PIC X(15) VALUE "          Num2 ".
           05  FILLER              PIC X(3) VALUE "Op ".
           05  FILLER              PIC X(15) VALUE "        Result ".
           05  FILLER              PIC X(4) VALUE "Cur ".
           05  FILLER              PIC X(9) VALUE "Status   ".
           05  FILLER              PIC X(20) VALUE "Reason".

           05  FILLER              PIC XX VALUE SPACES.
           05  WS-DTL-RESULT       PIC ---,---,--9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-CURRENCY     PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-STATUS       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-REASON       PIC X(30).
           05  WS-SUB-OP           PIC X.
           05  FILLER              PIC X(9) VALUE " count ".
           05  WS-SUB-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE " base total ".
           05  WS-SUB-TOTAL        PIC ---,---,---,--9.99.

       01  WS-REASON-LINE.
                   INTO WS-HDG-SELECTION
               END-STRING
           END-IF
           IF WS-SELECT-MODE = "D" THEN
               STRING WS-FROM-DATE DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-TO-DATE (5:4) DELIMITED BY SIZE
                   INTO WS-STEP-SELECTION
               END-STRING
           ELSE
               MOVE WS-TARGET-RUN-ID TO WS-STEP-SELECTION
           END-IF
           PERFORM Log-Step-Start
           PERFORM Initialize-Tables
           OPEN INPUT CALC-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00" THEN
           CLOSE DAILY-REPORT-FILE
           DISPLAY "Report written to CALCDAY.RPT, "
               WS-SELECTED-COUNT " transactions"
           MOVE "SELECTED" TO WS-STEP-LABEL (1)
           MOVE WS-SELECTED-COUNT TO WS-STEP-VALUE (1)
           MOVE "ACCEPTED" TO WS-STEP-LABEL (2)
           MOVE WS-ACCEPT-COUNT TO WS-STEP-VALUE (2)
           MOVE "REJECTED" TO WS-STEP-LABEL (3)
           MOVE WS-REJECT-COUNT TO WS-STEP-VALUE (3)
           MOVE "GENERATED" TO WS-STEP-LABEL (4)
           MOVE WS-GENERATED-COUNT TO WS-STEP-VALUE (4)
           MOVE "KEYED" TO WS-STEP-LABEL (5)
           MOVE WS-KEYED-COUNT TO WS-STEP-VALUE (5)
           PERFORM Log-Step-End
           STOP RUN.

       Read-Parm-File.
           PERFORM UNTIL WS-OP-SUB > 4
               IF WS-OP-CHAR (WS-OP-SUB) = AL-OPERATOR THEN
                   ADD 1 TO WS-OP-COUNT (WS-OP-SUB)
                   IF AL-BASE-RESULT NUMERIC THEN
                       ADD AL-BASE-RESULT TO WS-OP-SUM (WS-OP-SUB)
                   ELSE
                       ADD AL-RESULT TO WS-OP-SUM (WS-OP-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-OP-SUB
           END-PERFORM.
           MOVE AL-NUM2 TO WS-DTL-NUM2
           MOVE AL-OPERATOR TO WS-DTL-OPERATOR
           MOVE AL-RESULT TO WS-DTL-RESULT
           IF AL-CURRENCY = SPACES THEN
               MOVE "USD" TO WS-DTL-CURRENCY
           ELSE
               MOVE AL-CURRENCY TO WS-DTL-CURRENCY
           END-IF
           MOVE AL-STATUS TO WS-DTL-STATUS
           MOVE AL-REASON TO WS-DTL-REASON
           MOVE WS-DETAIL-LINE TO DAILY-REPORT-LINE
           MOVE WS-SELECTED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO DAILY-REPORT-LINE
           WRITE DAILY-REPORT-LINE.

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
           MOVE "Calc-Activity-Report" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
