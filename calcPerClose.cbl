      ******************************************************************
      * Author:Jonathan Martin
      * Date:10/15/26
      * Purpose:Accounting period close for the Example-Calculator.
      *         Closing a month prints a period-close summary of every
      *         account's balances from the balance master CALCBALM.DAT
      *         beside the last run's totals from CALCACTT.DAT, appends
      *         a snapshot of the balance master to CALCBALS.DAT and
      *         marks the month closed in the period control file
      *         CALCPERD.DAT. Example-Calculator then suspends anything
      *         posting into a closed month and Calc-Run-Backout will
      *         not back out a run that posted there. A closed month
      *         can be reopened only from the console, by a signed-on
      *         clerk giving a reason; closes and reopens are both
      *         journaled to CALCMJNL.DAT.
      * Tectonics: cobc
      * Mod Log:
      *   10/15/26 - Initial version: close from the CALCPCLP.DAT
      *              parameter file or the console, reopen from the
      *              console only, summary to CALCPCLR.RPT, balance
      *              snapshot, journal entries, STARTED and ENDED
      *              entries on CALCRUNL.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Period-Close.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.
           SELECT CALC-BALANCE-FILE ASSIGN TO "CALCBALM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-ACCOUNT-ID
               FILE STATUS IS WS-BALM-STATUS.
           SELECT CALC-ACCT-TOTAL-FILE ASSIGN TO "CALCACTT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTT-STATUS.
           SELECT CALC-SNAPSHOT-FILE ASSIGN TO "CALCBALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT CLOSE-PARM-FILE ASSIGN TO "CALCPCLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO "CALCPCLR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CALC-MAINT-JOURNAL ASSIGN TO "CALCMJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJNL-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-PERIOD-FILE.
       01  CALC-PERIOD-RECORD.
           05  PD-PERIOD           PIC 9(6).
           05  PD-STATUS           PIC X.
           05  PD-CLOSED-STAMP     PIC X(14).
           05  PD-CLOSED-BY        PIC X(8).
           05  PD-REOPENED-STAMP   PIC X(14).
           05  PD-REOPENED-BY      PIC X(8).
           05  PD-REOPEN-REASON    PIC X(30).

       FD  CALC-BALANCE-FILE.
       01  CALC-BALANCE-RECORD.
           05  AB-ACCOUNT-ID       PIC X(8).
           05  AB-LAST-POSTED      PIC 9(8).
           05  AB-MTD-COUNT        PIC 9(6).
           05  AB-MTD-TOTAL        PIC S9(11)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  AB-YTD-COUNT        PIC 9(6).
           05  AB-YTD-TOTAL        PIC S9(11)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.

       FD  CALC-ACCT-TOTAL-FILE.
       01  CALC-ACCT-TOTAL-RECORD.
           05  AT-ACCOUNT-ID       PIC X(8).
           05  AT-TRANS-COUNT      PIC 9(6).
           05  AT-RESULT-TOTAL     PIC S9(11)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.

       FD  CALC-SNAPSHOT-FILE.
       01  CALC-SNAPSHOT-RECORD.
           05  BS-PERIOD           PIC 9(6).
           05  BS-SNAP-STAMP       PIC X(14).
           05  BS-BALANCE-IMAGE    PIC X(56).

       FD  CLOSE-PARM-FILE.
       01  CLOSE-PARM-RECORD.
           05  PP-ACTION           PIC X.
           05  PP-PERIOD           PIC X(6).
           05  PP-CLERK-ID         PIC X(8).

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE       PIC X(132).

       FD  CALC-MAINT-JOURNAL.
       01  CALC-JOURNAL-RECORD.
           05  MJ-TIMESTAMP.
               10  MJ-DATE         PIC X(8).
               10  MJ-TIME         PIC X(8).
           05  MJ-CLERK-ID         PIC X(8).
           05  MJ-PROGRAM          PIC X(20).
           05  MJ-ACTION           PIC X(8).
           05  MJ-RECORD-KEY       PIC X(20).
           05  MJ-ACCOUNT-ID       PIC X(8).
           05  MJ-BEFORE-IMAGE     PIC X(120).
           05  MJ-AFTER-IMAGE      PIC X(120).

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
       01  WS-PERD-STATUS          PIC XX VALUE "00".
       01  WS-BALM-STATUS          PIC XX VALUE "00".
       01  WS-ACTT-STATUS          PIC XX VALUE "00".
       01  WS-SNAP-STATUS          PIC XX VALUE "00".
       01  WS-PARM-STATUS          PIC XX VALUE "00".
       01  WS-RPT-STATUS           PIC XX VALUE "00".
       01  WS-MJNL-STATUS          PIC XX VALUE "00".

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

       01  WS-PARM-PRESENT-SWITCH  PIC X VALUE "N".
           88  PARM-FILE-PRESENT       VALUE "Y".
       01  WS-REQUEST-SWITCH       PIC X VALUE "N".
           88  REQUEST-VALID           VALUE "Y".
       01  WS-PERD-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-PERIOD-FILE      VALUE "Y".
       01  WS-BALM-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-BALANCE-FILE     VALUE "Y".
       01  WS-ACTT-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-ACCT-TOTAL-FILE  VALUE "Y".
       01  WS-ACTV-FOUND-SWITCH    PIC X VALUE "N".
           88  ACTIVITY-FOUND          VALUE "Y".

       01  WS-ACTION               PIC X VALUE SPACE.
           88  CLOSE-PERIOD            VALUE "C".
           88  REOPEN-PERIOD           VALUE "R".
       01  WS-PERIOD-INPUT         PIC X(6) VALUE SPACES.
       01  WS-PERIOD               PIC 9(6) VALUE ZEROES.
       01  WS-PERIOD-X REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR      PIC 9(4).
           05  WS-PERIOD-MONTH     PIC 9(2).
       01  WS-CLERK-ID             PIC X(8) VALUE SPACES.
       01  WS-REOPEN-REASON        PIC X(30) VALUE SPACES.

       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-CURRENT-PERIOD       PIC 9(6) VALUE ZEROES.
       01  WS-STAMP                PIC X(14) VALUE SPACES.

       01  WS-PERIOD-TABLE.
           05  WS-PERD-COUNT       PIC 9(3) VALUE ZEROES.
           05  WS-PERD-ENTRY OCCURS 600 TIMES
                                   PIC X(81).
       01  WS-PERD-SUB             PIC 9(4) COMP VALUE ZEROES.
       01  WS-PERD-FOUND-SUB       PIC 9(4) COMP VALUE ZEROES.
       01  WS-BEFORE-IMAGE         PIC X(120) VALUE SPACES.

       01  WS-ACTV-TABLE.
           05  WS-ACTV-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-ACTV-ENTRY OCCURS 5000 TIMES.
               10  WS-ACTV-ID      PIC X(8).
               10  WS-ACTV-TRANS   PIC 9(6).
               10  WS-ACTV-TOTAL   PIC S9(11)V99.
       01  WS-ACTV-SUB             PIC 9(4) COMP VALUE ZEROES.
       01  WS-ACTV-FOUND-SUB       PIC 9(4) COMP VALUE ZEROES.

       01  WS-PER-MTD-COUNT        PIC 9(6) VALUE ZEROES.
       01  WS-PER-MTD-TOTAL        PIC S9(11)V99 VALUE ZEROES.
       01  WS-PER-YTD-COUNT        PIC 9(6) VALUE ZEROES.
       01  WS-PER-YTD-TOTAL        PIC S9(11)V99 VALUE ZEROES.
       01  WS-RUN-COUNT            PIC 9(6) VALUE ZEROES.
       01  WS-RUN-TOTAL            PIC S9(11)V99 VALUE ZEROES.
       01  WS-NOTE                 PIC X(21) VALUE SPACES.

       01  WS-ACCOUNT-COUNT        PIC 9(6) VALUE ZEROES.
       01  WS-ACTIVE-COUNT         PIC 9(6) VALUE ZEROES.
       01  WS-ROLLED-COUNT         PIC 9(6) VALUE ZEROES.
       01  WS-SNAP-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-SUM-MTD-COUNT        PIC 9(8) VALUE ZEROES.
       01  WS-SUM-MTD-TOTAL        PIC S9(12)V99 VALUE ZEROES.
       01  WS-SUM-YTD-COUNT        PIC 9(8) VALUE ZEROES.
       01  WS-SUM-YTD-TOTAL        PIC S9(12)V99 VALUE ZEROES.
       01  WS-SUM-RUN-COUNT        PIC 9(8) VALUE ZEROES.
       01  WS-SUM-RUN-TOTAL        PIC S9(12)V99 VALUE ZEROES.

       01  WS-PAGE-NUM             PIC 9(4) VALUE ZEROES.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-SAVE-LINE            PIC X(132) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER              PIC X(24) VALUE
               "==== Example-Calculator ".
           05  FILLER              PIC X(27) VALUE
               "Period Close Summary       ".
           05  FILLER              PIC X(5) VALUE "Page ".
           05  WS-HDG-PAGE         PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER              PIC X(8) VALUE "Period: ".
           05  WS-HDG-PERIOD       PIC 9(6).
           05  FILLER              PIC X(14) VALUE
               "   Closed by: ".
           05  WS-HDG-CLERK        PIC X(8).
           05  FILLER              PIC X(11) VALUE
               "   Closed: ".
           05  WS-HDG-STAMP        PIC X(14).
           05  FILLER              PIC X(29) VALUE
               "   Last run from CALCACTT.DAT".
       01  WS-HEADING-3.
           05  FILLER              PIC X(9) VALUE "Account  ".
           05  FILLER              PIC X(9) VALUE "LastPost ".
           05  FILLER              PIC X(11) VALUE "   MTD Cnt ".
           05  FILLER              PIC X(20) VALUE
               "          MTD Total ".
           05  FILLER              PIC X(11) VALUE "   YTD Cnt ".
           05  FILLER              PIC X(20) VALUE
               "          YTD Total ".
           05  FILLER              PIC X(11) VALUE "   Run Cnt ".
           05  FILLER              PIC X(20) VALUE
               "          Run Total ".
           05  FILLER              PIC X(4) VALUE "Note".

      * Detail and total lines share one layout; the total line
      * carries "Totals" in the account column.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-LAST-POSTED  PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-MTD-COUNT    PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-MTD-TOTAL    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-YTD-COUNT    PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-YTD-TOTAL    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-RUN-COUNT    PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-RUN-TOTAL    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-NOTE         PIC X(21).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(30).
           05  WS-CNT-VALUE        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Period-Close-Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:6) TO WS-CURRENT-PERIOD
           MOVE WS-CURRENT-DATETIME (1:14) TO WS-STAMP
           PERFORM Read-Parm-File
           IF NOT PARM-FILE-PRESENT THEN
               PERFORM Accept-Request
           END-IF
           PERFORM Validate-Request
           IF NOT REQUEST-VALID THEN
               DISPLAY "Period status not changed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Log-Step-Start
           PERFORM Load-Period-Table
           PERFORM Open-Maint-Journal
           IF CLOSE-PERIOD THEN
               PERFORM Close-One-Period
           ELSE
               PERFORM Reopen-One-Period
           END-IF
           CLOSE CALC-MAINT-JOURNAL
           PERFORM Log-Step-End
           STOP RUN.

       Read-Parm-File.
           OPEN INPUT CLOSE-PARM-FILE
           IF WS-PARM-STATUS = "00" THEN
               READ CLOSE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-PARM-PRESENT-SWITCH
                       MOVE PP-ACTION TO WS-ACTION
                       MOVE PP-PERIOD TO WS-PERIOD-INPUT
                       MOVE PP-CLERK-ID TO WS-CLERK-ID
               END-READ
               CLOSE CLOSE-PARM-FILE
           END-IF.

       Accept-Request.
           DISPLAY "Clerk id: " WITH NO ADVANCING
           ACCEPT WS-CLERK-ID
           DISPLAY "Action (C=Close period, R=Reopen period): "
               WITH NO ADVANCING
           ACCEPT WS-ACTION
           DISPLAY "Period (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-PERIOD-INPUT
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
           IF REOPEN-PERIOD THEN
               DISPLAY "Reason for reopening: " WITH NO ADVANCING
               ACCEPT WS-REOPEN-REASON
           END-IF.

      ******************************************************************
      * Every close and reopen is journaled under the clerk who asked
      * for it. The month in progress cannot be closed - the batch
      * would start suspending the rest of its work. A reopen lets
      * postings and back-outs into a month accounting has already
      * reported on, so it is taken only at the console, with a
      * reason, never from the unattended parameter file.
      ******************************************************************
       Validate-Request.
           MOVE "N" TO WS-REQUEST-SWITCH
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
           MOVE FUNCTION UPPER-CASE (WS-CLERK-ID) TO WS-CLERK-ID
           IF WS-CLERK-ID = SPACES THEN
               DISPLAY "Clerk id is required"
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-INPUT NOT NUMERIC THEN
               DISPLAY "Period must be YYYYMM"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD-INPUT TO WS-PERIOD
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12 THEN
               DISPLAY "Period month must be 01 through 12"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CLOSE-PERIOD
                   IF WS-PERIOD NOT < WS-CURRENT-PERIOD THEN
                       DISPLAY "Period " WS-PERIOD " has not ended, "
                           "it cannot be closed yet"
                       EXIT PARAGRAPH
                   END-IF
               WHEN REOPEN-PERIOD
                   IF PARM-FILE-PRESENT THEN
                       DISPLAY "A period can only be reopened at the "
                           "console, CALCPCLP.DAT request ignored"
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-REOPEN-REASON = SPACES THEN
                       DISPLAY "A reason is required to reopen a "
                           "period"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Unrecognized action " WS-ACTION
                   EXIT PARAGRAPH
           END-EVALUATE
           STRING WS-ACTION WS-PERIOD DELIMITED BY SIZE
               INTO WS-STEP-SELECTION
           END-STRING
           SET REQUEST-VALID TO TRUE.

      ******************************************************************
      * CALCPERD.DAT is small - one line per month ever closed - so
      * it is held in a table, changed there and written back whole.
      ******************************************************************
       Load-Period-Table.
           MOVE ZEROES TO WS-PERD-FOUND-SUB
           OPEN INPUT CALC-PERIOD-FILE
           IF WS-PERD-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PERIOD-FILE
               READ CALC-PERIOD-FILE
                   AT END
                       SET END-OF-PERIOD-FILE TO TRUE
                   NOT AT END
                       PERFORM Load-One-Period
               END-READ
           END-PERFORM
           CLOSE CALC-PERIOD-FILE.

       Load-One-Period.
           IF WS-PERD-COUNT NOT < 600 THEN
               DISPLAY "Over 600 periods in CALCPERD.DAT, period "
                   "status not changed"
               CLOSE CALC-PERIOD-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           ADD 1 TO WS-PERD-COUNT
           MOVE CALC-PERIOD-RECORD TO WS-PERD-ENTRY (WS-PERD-COUNT)
           IF PD-PERIOD = WS-PERIOD THEN
               MOVE WS-PERD-COUNT TO WS-PERD-FOUND-SUB
           END-IF.

       Open-Maint-Journal.
           OPEN EXTEND CALC-MAINT-JOURNAL
           IF WS-MJNL-STATUS NOT = "00" THEN
               OPEN OUTPUT CALC-MAINT-JOURNAL
               CLOSE CALC-MAINT-JOURNAL
               OPEN EXTEND CALC-MAINT-JOURNAL
           END-IF
           IF WS-MJNL-STATUS NOT = "00" THEN
               DISPLAY "CALCMJNL.DAT not available (status "
                   WS-MJNL-STATUS "), period status not changed"
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF.

      ******************************************************************
      * The summary and the snapshot are written before the period is
      * marked closed. If the run stops in between, the month is still
      * open and a rerun writes a fresh snapshot; the latest snapshot
      * stamp for a period is the one that matches its close.
      ******************************************************************
       Close-One-Period.
           IF WS-PERD-FOUND-SUB > ZEROES THEN
               MOVE WS-PERD-ENTRY (WS-PERD-FOUND-SUB)
                   TO CALC-PERIOD-RECORD
               IF PD-STATUS = "C" THEN
                   DISPLAY "Period " WS-PERIOD " is already closed "
                       "(" PD-CLOSED-STAMP " by " PD-CLOSED-BY ")"
                   MOVE "REFUSED" TO WS-STEP-STATUS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE CALC-PERIOD-RECORD TO WS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               INITIALIZE CALC-PERIOD-RECORD
               MOVE WS-PERIOD TO PD-PERIOD
           END-IF
           PERFORM Load-Run-Activity
           PERFORM Print-Close-Summary
           MOVE "C" TO PD-STATUS
           MOVE WS-STAMP TO PD-CLOSED-STAMP
           MOVE WS-CLERK-ID TO PD-CLOSED-BY
           PERFORM Store-Period-Entry
           PERFORM Rewrite-Period-File
           MOVE "PCLOSE" TO MJ-ACTION
           PERFORM Write-Journal-Entry
           DISPLAY "==== Calc-Period-Close Summary ===="
           DISPLAY "Period closed........: " WS-PERIOD
           DISPLAY "Accounts on master...: " WS-ACCOUNT-COUNT
           DISPLAY "Posted in period.....: " WS-ACTIVE-COUNT
           DISPLAY "Balances snapshotted.: " WS-SNAP-COUNT
           DISPLAY "Summary written to CALCPCLR.RPT"
           DISPLAY "==================================="
           IF WS-ROLLED-COUNT > ZEROES THEN
               DISPLAY "Warning: " WS-ROLLED-COUNT " accounts have "
                   "posted since " WS-PERIOD ", their month-to-date "
                   "figures for it are no longer on the master"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE "ACCOUNTS" TO WS-STEP-LABEL (1)
           MOVE WS-ACCOUNT-COUNT TO WS-STEP-VALUE (1)
           MOVE "ACTIVE" TO WS-STEP-LABEL (2)
           MOVE WS-ACTIVE-COUNT TO WS-STEP-VALUE (2)
           MOVE "ROLLED" TO WS-STEP-LABEL (3)
           MOVE WS-ROLLED-COUNT TO WS-STEP-VALUE (3)
           MOVE "SNAPSHOT" TO WS-STEP-LABEL (4)
           MOVE WS-SNAP-COUNT TO WS-STEP-VALUE (4).

       Reopen-One-Period.
           IF WS-PERD-FOUND-SUB = ZEROES THEN
               DISPLAY "Period " WS-PERIOD " is not closed"
               MOVE "REFUSED" TO WS-STEP-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERD-ENTRY (WS-PERD-FOUND-SUB)
               TO CALC-PERIOD-RECORD
           IF PD-STATUS NOT = "C" THEN
               DISPLAY "Period " WS-PERIOD " is not closed"
               MOVE "REFUSED" TO WS-STEP-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CALC-PERIOD-RECORD TO WS-BEFORE-IMAGE
           MOVE "O" TO PD-STATUS
           MOVE WS-STAMP TO PD-REOPENED-STAMP
           MOVE WS-CLERK-ID TO PD-REOPENED-BY
           MOVE WS-REOPEN-REASON TO PD-REOPEN-REASON
           PERFORM Store-Period-Entry
           PERFORM Rewrite-Period-File
           MOVE "REOPEN" TO MJ-ACTION
           PERFORM Write-Journal-Entry
           DISPLAY "Period " WS-PERIOD " reopened by " WS-CLERK-ID
           DISPLAY "Postings and back-outs into the period are "
               "accepted again; close it again when done"
           MOVE 0 TO RETURN-CODE.

       Store-Period-Entry.
           IF WS-PERD-FOUND-SUB = ZEROES THEN
               IF WS-PERD-COUNT NOT < 600 THEN
                   DISPLAY "CALCPERD.DAT is full (600 periods), "
                       "period status not changed"
                   CLOSE CALC-MAINT-JOURNAL
                   MOVE 12 TO RETURN-CODE
                   PERFORM Log-Step-End
                   STOP RUN
               END-IF
               ADD 1 TO WS-PERD-COUNT
               MOVE WS-PERD-COUNT TO WS-PERD-FOUND-SUB
           END-IF
           MOVE CALC-PERIOD-RECORD TO WS-PERD-ENTRY (WS-PERD-FOUND-SUB).

       Rewrite-Period-File.
           OPEN OUTPUT CALC-PERIOD-FILE
           IF WS-PERD-STATUS NOT = "00" THEN
               DISPLAY "CALCPERD.DAT not writable (status "
                   WS-PERD-STATUS "), period status not changed"
               CLOSE CALC-MAINT-JOURNAL
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           MOVE 1 TO WS-PERD-SUB
           PERFORM UNTIL WS-PERD-SUB > WS-PERD-COUNT
               MOVE WS-PERD-ENTRY (WS-PERD-SUB) TO CALC-PERIOD-RECORD
               WRITE CALC-PERIOD-RECORD
               ADD 1 TO WS-PERD-SUB
           END-PERFORM
           CLOSE CALC-PERIOD-FILE
           MOVE WS-PERD-ENTRY (WS-PERD-FOUND-SUB)
               TO CALC-PERIOD-RECORD.

      ******************************************************************
      * The caller sets MJ-ACTION and the before image; the after
      * image is the period record as it now stands on CALCPERD.DAT.
      ******************************************************************
       Write-Journal-Entry.
           MOVE FUNCTION CURRENT-DATE (1:16) TO MJ-TIMESTAMP
           MOVE WS-CLERK-ID TO MJ-CLERK-ID
           MOVE "Calc-Period-Close" TO MJ-PROGRAM
           MOVE WS-PERIOD TO MJ-RECORD-KEY
           MOVE SPACES TO MJ-ACCOUNT-ID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE CALC-PERIOD-RECORD TO MJ-AFTER-IMAGE
           WRITE CALC-JOURNAL-RECORD.

      ******************************************************************
      * CALCACTT.DAT holds the per-account totals of the last batch
      * run only; they print beside the balances so the close can be
      * tied to the final night of the month.
      ******************************************************************
       Load-Run-Activity.
           OPEN INPUT CALC-ACCT-TOTAL-FILE
           IF WS-ACTT-STATUS NOT = "00" THEN
               DISPLAY "CALCACTT.DAT not available, last-run totals "
                   "print as zero"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ACCT-TOTAL-FILE
               READ CALC-ACCT-TOTAL-FILE
                   AT END
                       SET END-OF-ACCT-TOTAL-FILE TO TRUE
                   NOT AT END
                       IF WS-ACTV-COUNT < 5000 THEN
                           ADD 1 TO WS-ACTV-COUNT
                           MOVE AT-ACCOUNT-ID
                               TO WS-ACTV-ID (WS-ACTV-COUNT)
                           MOVE AT-TRANS-COUNT
                               TO WS-ACTV-TRANS (WS-ACTV-COUNT)
                           MOVE AT-RESULT-TOTAL
                               TO WS-ACTV-TOTAL (WS-ACTV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-ACCT-TOTAL-FILE.

       Print-Close-Summary.
           OPEN INPUT CALC-BALANCE-FILE
           IF WS-BALM-STATUS NOT = "00" THEN
               DISPLAY "CALCBALM.DAT not available (status "
                   WS-BALM-STATUS "), period not closed"
               CLOSE CALC-MAINT-JOURNAL
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           OPEN EXTEND CALC-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00" THEN
               OPEN OUTPUT CALC-SNAPSHOT-FILE
               CLOSE CALC-SNAPSHOT-FILE
               OPEN EXTEND CALC-SNAPSHOT-FILE
           END-IF
           IF WS-SNAP-STATUS NOT = "00" THEN
               DISPLAY "CALCBALS.DAT not available (status "
                   WS-SNAP-STATUS "), period not closed"
               CLOSE CALC-BALANCE-FILE
               CLOSE CALC-MAINT-JOURNAL
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE WS-PERIOD TO WS-HDG-PERIOD
           MOVE WS-CLERK-ID TO WS-HDG-CLERK
           MOVE WS-STAMP TO WS-HDG-STAMP
           PERFORM Print-Page-Heading
           PERFORM UNTIL END-OF-BALANCE-FILE
               READ CALC-BALANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-BALANCE-FILE TO TRUE
                   NOT AT END
                       PERFORM Summarize-One-Balance
                       PERFORM Snapshot-One-Balance
               END-READ
           END-PERFORM
           CLOSE CALC-BALANCE-FILE
           CLOSE CALC-SNAPSHOT-FILE
           PERFORM Print-Summary-Totals
           CLOSE CLOSE-REPORT-FILE.

      ******************************************************************
      * The master holds only the month-to-date of the month an
      * account last posted in. Last posted in the period: its MTD
      * figures are the period's. Last posted before it: nothing
      * posted in the period, and the year-to-date stands if it is
      * the same year. Last posted after it: the period's MTD has
      * already rolled off the master and the account is flagged.
      ******************************************************************
       Summarize-One-Balance.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE ZEROES TO WS-PER-MTD-COUNT
           MOVE ZEROES TO WS-PER-MTD-TOTAL
           MOVE ZEROES TO WS-PER-YTD-COUNT
           MOVE ZEROES TO WS-PER-YTD-TOTAL
           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
               WHEN AB-LAST-POSTED (1:6) = WS-PERIOD
                   ADD 1 TO WS-ACTIVE-COUNT
                   MOVE AB-MTD-COUNT TO WS-PER-MTD-COUNT
                   MOVE AB-MTD-TOTAL TO WS-PER-MTD-TOTAL
                   MOVE AB-YTD-COUNT TO WS-PER-YTD-COUNT
                   MOVE AB-YTD-TOTAL TO WS-PER-YTD-TOTAL
               WHEN AB-LAST-POSTED (1:6) < WS-PERIOD
                   MOVE "no activity in period" TO WS-NOTE
                   IF AB-LAST-POSTED (1:4) = WS-PERIOD-YEAR THEN
                       MOVE AB-YTD-COUNT TO WS-PER-YTD-COUNT
                       MOVE AB-YTD-TOTAL TO WS-PER-YTD-TOTAL
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ROLLED-COUNT
                   MOVE "POSTED AFTER PERIOD" TO WS-NOTE
           END-EVALUATE
           PERFORM Find-Run-Activity
           ADD WS-PER-MTD-COUNT TO WS-SUM-MTD-COUNT
           ADD WS-PER-MTD-TOTAL TO WS-SUM-MTD-TOTAL
           ADD WS-PER-YTD-COUNT TO WS-SUM-YTD-COUNT
           ADD WS-PER-YTD-TOTAL TO WS-SUM-YTD-TOTAL
           ADD WS-RUN-COUNT TO WS-SUM-RUN-COUNT
           ADD WS-RUN-TOTAL TO WS-SUM-RUN-TOTAL
           MOVE AB-ACCOUNT-ID TO WS-DTL-ACCOUNT
           MOVE AB-LAST-POSTED TO WS-DTL-LAST-POSTED
           MOVE WS-PER-MTD-COUNT TO WS-DTL-MTD-COUNT
           MOVE WS-PER-MTD-TOTAL TO WS-DTL-MTD-TOTAL
           MOVE WS-PER-YTD-COUNT TO WS-DTL-YTD-COUNT
           MOVE WS-PER-YTD-TOTAL TO WS-DTL-YTD-TOTAL
           MOVE WS-RUN-COUNT TO WS-DTL-RUN-COUNT
           MOVE WS-RUN-TOTAL TO WS-DTL-RUN-TOTAL
           MOVE WS-NOTE TO WS-DTL-NOTE
           MOVE WS-DETAIL-LINE TO CLOSE-REPORT-LINE
           PERFORM Write-Report-Line.

       Find-Run-Activity.
           MOVE ZEROES TO WS-RUN-COUNT
           MOVE ZEROES TO WS-RUN-TOTAL
           MOVE "N" TO WS-ACTV-FOUND-SWITCH
           MOVE 1 TO WS-ACTV-SUB
           PERFORM UNTIL ACTIVITY-FOUND OR
               WS-ACTV-SUB > WS-ACTV-COUNT
               IF WS-ACTV-ID (WS-ACTV-SUB) = AB-ACCOUNT-ID THEN
                   SET ACTIVITY-FOUND TO TRUE
                   MOVE WS-ACTV-TRANS (WS-ACTV-SUB) TO WS-RUN-COUNT
                   MOVE WS-ACTV-TOTAL (WS-ACTV-SUB) TO WS-RUN-TOTAL
               END-IF
               ADD 1 TO WS-ACTV-SUB
           END-PERFORM.

       Snapshot-One-Balance.
           MOVE WS-PERIOD TO BS-PERIOD
           MOVE WS-STAMP TO BS-SNAP-STAMP
           MOVE CALC-BALANCE-RECORD TO BS-BALANCE-IMAGE
           WRITE CALC-SNAPSHOT-RECORD
           ADD 1 TO WS-SNAP-COUNT.

       Print-Summary-Totals.
           MOVE SPACES TO CLOSE-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "Totals" TO WS-DTL-ACCOUNT
           MOVE SPACES TO WS-DTL-LAST-POSTED
           MOVE WS-SUM-MTD-COUNT TO WS-DTL-MTD-COUNT
           MOVE WS-SUM-MTD-TOTAL TO WS-DTL-MTD-TOTAL
           MOVE WS-SUM-YTD-COUNT TO WS-DTL-YTD-COUNT
           MOVE WS-SUM-YTD-TOTAL TO WS-DTL-YTD-TOTAL
           MOVE WS-SUM-RUN-COUNT TO WS-DTL-RUN-COUNT
           MOVE WS-SUM-RUN-TOTAL TO WS-DTL-RUN-TOTAL
           MOVE SPACES TO WS-DTL-NOTE
           MOVE WS-DETAIL-LINE TO CLOSE-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE SPACES TO CLOSE-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "Accounts on balance master...." TO WS-CNT-LABEL
           MOVE WS-ACCOUNT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO CLOSE-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "Posted in the period.........." TO WS-CNT-LABEL
           MOVE WS-ACTIVE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO CLOSE-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "Posted after the period......." TO WS-CNT-LABEL
           MOVE WS-ROLLED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO CLOSE-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "Balances snapshotted.........." TO WS-CNT-LABEL
           MOVE WS-SNAP-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO CLOSE-REPORT-LINE
           PERFORM Write-Report-Line
           IF WS-ROLLED-COUNT > ZEROES THEN
               MOVE "** Accounts flagged POSTED AFTER PERIOD have"
                   TO CLOSE-REPORT-LINE
               PERFORM Write-Report-Line
               MOVE "   posted since it ended; the master no longer"
                   TO CLOSE-REPORT-LINE
               PERFORM Write-Report-Line
               MOVE "   holds their figures for the period"
                   TO CLOSE-REPORT-LINE
               PERFORM Write-Report-Line
           END-IF.

       Write-Report-Line.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE THEN
               PERFORM Print-Page-Heading
           END-IF
           WRITE CLOSE-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       Print-Page-Heading.
           MOVE CLOSE-REPORT-LINE TO WS-SAVE-LINE
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-1 TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE WS-HEADING-2 TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE WS-HEADING-3 TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT
           MOVE WS-SAVE-LINE TO CLOSE-REPORT-LINE.

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
           MOVE "Calc-Period-Close" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
