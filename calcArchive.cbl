      *              the CALCARCP.DAT parameter file when present;
      *              the console prompt remains when no parameter
      *              file exists.
      *   10/15/26 - Append STARTED and ENDED step entries, with the
      *              completion status, return code and key counts,
      *              to the shared run-control log CALCRUNL.DAT for
      *              the morning status report (see Calc-Run-Status).
      *   10/15/26 - History and archive records widened to 93 bytes
      *              for the currency, rate and base amount.
      *   10/15/26 - History and archive records widened to 109 bytes
      *              for the account and posting date alternate key
      *              CH-ACCT-DATE-KEY.
      *   10/15/26 - Records restored by Calc-Archive-Restore stay live
      *              until their hold date CH-HOLD-DATE has passed and
      *              are counted as held; history and archive records
      *              widened to 117 bytes.
      *   10/15/26 - An unavailable CALCHIST.DAT ends the run with
      *              return code 12 and the step FAILED on the run-
      *              control log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-History-Archive.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CALC-ID
               ALTERNATE RECORD KEY IS CH-ACCT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CALC-ARCHIVE-FILE ASSIGN TO "CALCHARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ARCHIVE-PARM-FILE ASSIGN TO "CALCARCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
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
       01  CALC-ARCHIVE-RECORD     PIC X(117).

       FD  ARCHIVE-PARM-FILE.
       01  ARCHIVE-PARM-RECORD.
           05  HP-RETENTION        PIC X(3).

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

       01  WS-ARCHIVED-COUNT       PIC 9(6) VALUE ZEROES.
       01  WS-RETAINED-COUNT       PIC 9(6) VALUE ZEROES.
       01  WS-NO-DATE-COUNT        PIC 9(6) VALUE ZEROES.
       01  WS-HELD-COUNT           PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.
       Archive-Main.
               END-IF
           END-IF
           PERFORM Compute-Cutoff-Date
           MOVE WS-CUTOFF-DATE TO WS-STEP-SELECTION
           PERFORM Log-Step-Start
           DISPLAY "Archiving history runs dated before "
               WS-CUTOFF-DATE
           OPEN I-O CALC-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
               DISPLAY "CALCHIST.DAT not available, nothing archived"
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           OPEN EXTEND CALC-ARCHIVE-FILE
           DISPLAY "Archived.............: " WS-ARCHIVED-COUNT
           DISPLAY "  of which undated...: " WS-NO-DATE-COUNT
           DISPLAY "Retained.............: " WS-RETAINED-COUNT
           DISPLAY "  of which on hold...: " WS-HELD-COUNT
           DISPLAY "======================================"
           MOVE "ARCHIVED" TO WS-STEP-LABEL (1)
           MOVE WS-ARCHIVED-COUNT TO WS-STEP-VALUE (1)
           MOVE "UNDATED" TO WS-STEP-LABEL (2)
           MOVE WS-NO-DATE-COUNT TO WS-STEP-VALUE (2)
           MOVE "RETAINED" TO WS-STEP-LABEL (3)
           MOVE WS-RETAINED-COUNT TO WS-STEP-VALUE (3)
           MOVE "HELD" TO WS-STEP-LABEL (4)
           MOVE WS-HELD-COUNT TO WS-STEP-VALUE (4)
           PERFORM Log-Step-End
           STOP RUN.

      ******************************************************************
      ******************************************************************
      * Records written before the run date was carried on history
      * have spaces in CH-RUN-ID; they predate any retention period
      * and are archived with the dated ones. A record brought back
      * by Calc-Archive-Restore carries a hold date and stays live,
      * whatever its run date, until that date has passed.
      ******************************************************************
       Archive-One-Record.
           IF CH-HOLD-DATE NUMERIC AND
               CH-HOLD-DATE > WS-CURRENT-DATETIME (1:8)
               ADD 1 TO WS-RETAINED-COUNT
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           IF CH-RUN-ID (1:8) NUMERIC THEN
               IF CH-RUN-ID (1:8) < WS-CUTOFF-DATE THEN
                   PERFORM Move-To-Archive
               GIVING WS-CUT-YEAR REMAINDER WS-CUT-MONTH-REM
           COMPUTE WS-CUT-MONTH = WS-CUT-MONTH-REM + 1
           MOVE WS-CUR-DAY TO WS-CUT-DAY.

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
           MOVE "Calc-History-Archive" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
