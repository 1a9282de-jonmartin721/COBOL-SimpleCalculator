      *              of falling through as in balance, so a mistyped
      *              run id in the parameter file cannot release the
      *              morning feed.
      *   10/15/26 - Append STARTED and ENDED step entries, with the
      *              completion status, return code and key counts,
      *              to the shared run-control log CALCRUNL.DAT for
      *              the morning status report (see Calc-Run-Status).
      *   10/15/26 - Audit, history and CSV layouts widened for the
      *              currency, rate and base amount; the three files
      *              still balance on the original-currency result.
      *   10/15/26 - History record widened to 109 bytes for the account
      *              and posting date alternate key CH-ACCT-DATE-KEY.
      *   10/15/26 - History record widened to 117 bytes for the restore
      *              hold date CH-HOLD-DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Reconcile.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CALC-ID
               ALTERNATE RECORD KEY IS CH-ACCT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CALC-CSV-FILE ASSIGN TO "CALCCSV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RECON-PARM-FILE ASSIGN TO "CALCRCNP.DAT"
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

       FD  CALC-HISTORY-FILE.
       01  CALC-HISTORY-RECORD.
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

       FD  CALC-CSV-FILE.
       01  CALC-CSV-RECORD         PIC X(120).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE       PIC X(80).
       01  RECON-PARM-RECORD.
           05  RP-RUN-ID           PIC X(14).

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
       01  WS-HIST-STATUS          PIC XX VALUE "00".
       01  WS-CSV-STATUS           PIC XX VALUE "00".
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
       01  WS-HIST-EOF-SWITCH      PIC X VALUE "N".
                   "recent): " WITH NO ADVANCING
               ACCEPT WS-TARGET-RUN-ID
           END-IF
           MOVE WS-TARGET-RUN-ID TO WS-STEP-SELECTION
           PERFORM Log-Step-Start
           IF WS-TARGET-RUN-ID = "LATEST" OR
               WS-TARGET-RUN-ID = "latest"
               PERFORM Find-Latest-Run
               MOVE WS-LATEST-RUN-ID TO WS-TARGET-RUN-ID
               MOVE WS-TARGET-RUN-ID TO WS-STEP-SELECTION
           END-IF
           IF WS-TARGET-RUN-ID = SPACES THEN
               DISPLAY "No run id entered, nothing to reconcile"
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM Compare-Extra-Ids
           PERFORM Report-Verdict
           CLOSE RECON-REPORT-FILE
           MOVE "AUDIT" TO WS-STEP-LABEL (1)
           MOVE WS-AUDIT-COUNT TO WS-STEP-VALUE (1)
           MOVE "HISTORY" TO WS-STEP-LABEL (2)
           MOVE WS-HIST-COUNT TO WS-STEP-VALUE (2)
           MOVE "CSV" TO WS-STEP-LABEL (3)
           MOVE WS-CSV-COUNT TO WS-STEP-VALUE (3)
           PERFORM Log-Step-End
           STOP RUN.

       Read-Parm-File.
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RECON-REPORT-LINE.

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
           MOVE "Calc-Reconcile" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
