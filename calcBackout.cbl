      *              the run's month or year, and only announce
      *              that the corrected file can post when both
      *              registries were actually cleaned.
      *   10/15/26 - Append STARTED and ENDED step entries, with the
      *              completion status, return code and key counts,
      *              to the shared run-control log CALCRUNL.DAT for
      *              the morning status report (see Calc-Run-Status).
      *   10/15/26 - Reverse the balance master in base currency from
      *              the base amount now on each ACCEPTED audit entry
      *              (entries from before multi-currency posting fall
      *              back to the result, which was base currency);
      *              audit, history, CSV and resend layouts widened to
      *              carry the currency and base amount.
      *   10/15/26 - History record widened to 109 bytes for the account
      *              and posting date alternate key CH-ACCT-DATE-KEY.
      *   10/15/26 - History record widened to 117 bytes for the restore
      *              hold date CH-HOLD-DATE.
      *   10/15/26 - Refuse, changing nothing, a run that posted under a
      *              file date in an accounting period CALCPERD.DAT
      *              marks closed (see Calc-Period-Close); the month
      *              must be reopened first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Run-Backout.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CALC-ID
               ALTERNATE RECORD KEY IS CH-ACCT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CALC-CSV-FILE ASSIGN TO "CALCCSV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCOUNT-ID
               FILE STATUS IS WS-BALM-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
           SELECT CALC-PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.

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

       FD  CALC-CSV-WORK.
       01  CALC-CSV-WORK-REC       PIC X(120).

       FD  CALC-ACK-FILE.
       01  CALC-ACK-RECORD.
           05  AK-REASON           PIC X(30).

       FD  CALC-RESEND-FILE.
       01  CALC-RESEND-RECORD      PIC X(120).

       FD  CALC-POSTED-FILE.
       01  CALC-POSTED-RECORD.
           05  AB-YTD-TOTAL        PIC S9(11)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.

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

       FD  CALC-PERIOD-FILE.
       01  CALC-PERIOD-RECORD.
           05  PD-PERIOD           PIC 9(6).
           05  PD-STATUS           PIC X.
           05  PD-CLOSED-STAMP     PIC X(14).
           05  PD-CLOSED-BY        PIC X(8).
           05  PD-REOPENED-STAMP   PIC X(14).
           05  PD-REOPENED-BY      PIC X(8).
           05  PD-REOPEN-REASON    PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS         PIC XX VALUE "00".
       01  WS-HIST-STATUS          PIC XX VALUE "00".
       01  WS-FREG-STATUS          PIC XX VALUE "00".
       01  WS-FRGW-STATUS          PIC XX VALUE "00".
       01  WS-BALM-STATUS          PIC XX VALUE "00".
       01  WS-PERD-STATUS          PIC XX VALUE "00".

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
           88  RUN-ALREADY-ACKED       VALUE "Y".
       01  WS-ACK-TRANS-X          PIC X(6) VALUE SPACES.

       01  WS-PERD-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-PERIOD-FILE      VALUE "Y".
       01  WS-CLOSED-SWITCH        PIC X VALUE "N".
           88  RUN-PERIOD-CLOSED       VALUE "Y".

       01  WS-BACCT-TABLE.
           05  WS-BACCT-COUNT      PIC 9(4) VALUE ZEROES.
           05  WS-BACCT-ENTRY OCCURS 5000 TIMES.
               DISPLAY "No run id entered, nothing backed out"
               STOP RUN
           END-IF
           MOVE WS-TARGET-RUN-ID TO WS-STEP-SELECTION
           PERFORM Log-Step-Start
           PERFORM Load-Backout-Table
           IF WS-BACK-COUNT = ZEROES THEN
               DISPLAY "No accepted audit records for run "
                   WS-TARGET-RUN-ID ", nothing backed out"
               MOVE "REFUSED" TO WS-STEP-STATUS
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           IF BACKOUT-TABLE-FULL THEN
               DISPLAY "Run " WS-TARGET-RUN-ID " has over 20000 "
                   "accepted transactions, run aborted"
               MOVE "REFUSED" TO WS-STEP-STATUS
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           PERFORM Check-Acknowledgments
               DISPLAY "Run " WS-TARGET-RUN-ID " has feed lines "
                   "already acknowledged by accounting, back-out "
                   "stopped; nothing was changed"
               MOVE "REFUSED" TO WS-STEP-STATUS
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           PERFORM Check-Closed-Periods
           IF RUN-PERIOD-CLOSED THEN
               DISPLAY "Run " WS-TARGET-RUN-ID " posted into a "
                   "closed accounting period, back-out stopped; "
                   "nothing was changed"
               MOVE "REFUSED" TO WS-STEP-STATUS
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           DISPLAY "Backing out " WS-BACK-COUNT
               DISPLAY "Registries were not fully cleaned (see "
                   "above); the corrected file may still bounce - "
                   "restore the files and rerun the back-out"
               MOVE "WARNING" TO WS-STEP-STATUS
           END-IF
           MOVE "HISTORY" TO WS-STEP-LABEL (1)
           MOVE WS-HIST-DELETED TO WS-STEP-VALUE (1)
           MOVE "CSV" TO WS-STEP-LABEL (2)
           MOVE WS-CSV-DROPPED TO WS-STEP-VALUE (2)
           MOVE "RESEND" TO WS-STEP-LABEL (3)
           MOVE WS-RSND-DROPPED TO WS-STEP-VALUE (3)
           MOVE "POSTED" TO WS-STEP-LABEL (4)
           MOVE WS-POST-REMOVED TO WS-STEP-VALUE (4)
           MOVE "BALANCES" TO WS-STEP-LABEL (5)
           MOVE WS-BALM-REVERSED TO WS-STEP-VALUE (5)
           PERFORM Log-Step-End
           STOP RUN.

      ******************************************************************
           END-IF
           IF BACCT-FOUND THEN
               ADD 1 TO WS-BACCT-TRANS (WS-BACCT-FOUND-SUB)
               IF AL-BASE-RESULT NUMERIC THEN
                   ADD AL-BASE-RESULT
                       TO WS-BACCT-TOTAL (WS-BACCT-FOUND-SUB)
               ELSE
                   IF AL-RESULT NUMERIC THEN
                       ADD AL-RESULT
                           TO WS-BACCT-TOTAL (WS-BACCT-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

           END-PERFORM
           CLOSE CALC-ACK-FILE.

      ******************************************************************
      * A closed month's balances have been reported and snapshotted
      * by Calc-Period-Close, so a run that posted under any file
      * date in a month CALCPERD.DAT marks closed cannot be backed
      * out until the month is reopened there. Audit records with no
      * file date are judged on the run's calendar date.
      ******************************************************************
       Check-Closed-Periods.
           OPEN INPUT CALC-PERIOD-FILE
           IF WS-PERD-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PERIOD-FILE
               READ CALC-PERIOD-FILE
                   AT END
                       SET END-OF-PERIOD-FILE TO TRUE
                   NOT AT END
                       IF PD-STATUS = "C" THEN
                           PERFORM Check-One-Closed-Period
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-PERIOD-FILE.

       Check-One-Closed-Period.
           IF WS-NODATE-COUNT > ZEROES AND
               WS-TARGET-RUN-ID (1:6) = PD-PERIOD
               SET RUN-PERIOD-CLOSED TO TRUE
               DISPLAY "Run date " WS-TARGET-RUN-ID (1:8)
                   " falls in closed period " PD-PERIOD
           END-IF
           MOVE 1 TO WS-DATE-SUB
           PERFORM UNTIL WS-DATE-SUB > WS-DATE-COUNT
               IF WS-RUN-DATE (WS-DATE-SUB) (1:6) = PD-PERIOD THEN
                   SET RUN-PERIOD-CLOSED TO TRUE
                   DISPLAY "File date " WS-RUN-DATE (WS-DATE-SUB)
                       " falls in closed period " PD-PERIOD
               END-IF
               ADD 1 TO WS-DATE-SUB
           END-PERFORM.

       Scan-Backout-Trans-Ids.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 1 TO WS-BACK-SUB
               MOVE ZERO TO AL-NUM2
               MOVE SPACE TO AL-OPERATOR
               MOVE ZERO TO AL-RESULT
               MOVE SPACES TO AL-CURRENCY
               MOVE ZERO TO AL-BASE-RESULT
               MOVE "REVERSED" TO AL-STATUS
               MOVE "Run backed out" TO AL-REASON
               MOVE WS-BACK-KEY (WS-BACK-SUB) (1:8) TO AL-FILE-DATE
               ADD 1 TO WS-BACK-SUB
           END-PERFORM
           CLOSE CALC-AUDIT-LOG.

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
           MOVE "Calc-Run-Backout" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
