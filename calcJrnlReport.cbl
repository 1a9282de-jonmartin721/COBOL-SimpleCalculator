      ******************************************************************
      * Author:Jonathan Martin
      * Date:10/15/26
      * Purpose:Maintenance journal report for the Example-Calculator.
      *         Lists the entries Calc-Account-Maint, Calc-Correction
      *         and Calc-Standing-Maint write to the shared journal
      *         CALCMJNL.DAT - who changed what, when, and the record
      *         before and after - selected by date range, clerk or
      *         account. Supervisor override releases and account
      *         limit changes are flagged and counted on their own
      *         for the auditors.
      * Tectonics: cobc
      * Mod Log:
      *   10/15/26 - Initial version: selection from the CALCJRNP.DAT
      *              parameter file or the console, report to
      *              CALCJRNL.RPT with counts by action.
      *   10/15/26 - Append STARTED and ENDED step entries, with the
      *              completion status, return code and key counts,
      *              to the shared run-control log CALCRUNL.DAT for
      *              the morning status report (see Calc-Run-Status).
      *   10/15/26 - Flag and count accounting period reopens (action
      *              REOPEN, written by Calc-Period-Close alongside its
      *              PCLOSE entries) with the overrides and limit
      *              changes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Journal-Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-MAINT-JOURNAL ASSIGN TO "CALCMJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJNL-STATUS.
           SELECT JOURNAL-REPORT-FILE ASSIGN TO "CALCJRNL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT JOURNAL-PARM-FILE ASSIGN TO "CALCJRNP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  JOURNAL-REPORT-FILE.
       01  JOURNAL-REPORT-LINE     PIC X(132).

       FD  JOURNAL-PARM-FILE.
       01  JOURNAL-PARM-RECORD.
           05  JP-FROM-DATE        PIC X(8).
           05  JP-TO-DATE          PIC X(8).
           05  JP-CLERK-ID         PIC X(8).
           05  JP-ACCOUNT-ID       PIC X(8).

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
       01  WS-MJNL-STATUS          PIC XX VALUE "00".
       01  WS-RPT-STATUS           PIC XX VALUE "00".
       01  WS-PARM-STATUS          PIC XX VALUE "00".

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

       01  WS-MJNL-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-JOURNAL-FILE     VALUE "Y".
       01  WS-PARM-PRESENT-SWITCH  PIC X VALUE "N".
           88  PARM-FILE-PRESENT       VALUE "Y".
       01  WS-SELECT-SWITCH        PIC X VALUE "N".
           88  ENTRY-SELECTED          VALUE "Y".

       01  WS-FROM-DATE            PIC X(8) VALUE SPACES.
       01  WS-TO-DATE              PIC X(8) VALUE SPACES.
       01  WS-SEL-CLERK            PIC X(8) VALUE SPACES.
       01  WS-SEL-ACCOUNT          PIC X(8) VALUE SPACES.

       01  WS-READ-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-SELECTED-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-OVERRIDE-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-LIMIT-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-REOPEN-COUNT         PIC 9(7) VALUE ZEROES.

       01  WS-ACTION-TABLE.
           05  WS-ACTION-COUNT     PIC 9(2) VALUE ZEROES.
           05  WS-ACTION-ENTRY OCCURS 20 TIMES.
               10  WS-ACTION-NAME  PIC X(8).
               10  WS-ACTION-TOTAL PIC 9(7).
       01  WS-ACTION-SUB           PIC 9(4) COMP VALUE ZEROES.
       01  WS-ACTION-FOUND-SWITCH  PIC X VALUE "N".
           88  ACTION-FOUND            VALUE "Y".

       01  WS-PAGE-NUM             PIC 9(4) VALUE ZEROES.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-SAVE-LINE            PIC X(132) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER              PIC X(24) VALUE
               "==== Example-Calculator ".
           05  FILLER              PIC X(31) VALUE
               "Maintenance Journal Report     ".
           05  FILLER              PIC X(5) VALUE "Page ".
           05  WS-HDG-PAGE         PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER              PIC X(6) VALUE "From: ".
           05  WS-HDG-FROM         PIC X(8).
           05  FILLER              PIC X(6) VALUE "  To: ".
           05  WS-HDG-TO           PIC X(8).
           05  FILLER              PIC X(9) VALUE "  Clerk: ".
           05  WS-HDG-CLERK        PIC X(8).
           05  FILLER              PIC X(11) VALUE "  Account: ".
           05  WS-HDG-ACCOUNT      PIC X(8).
       01  WS-HEADING-3.
           05  FILLER              PIC X(18) VALUE
               "Date     Time     ".
           05  FILLER              PIC X(30) VALUE
               "Clerk    Program              ".
           05  FILLER              PIC X(30) VALUE
               "Action   Record key           ".
           05  FILLER              PIC X(14) VALUE "Account  Flag".

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE         PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-TIME.
               10  WS-DTL-HH       PIC X(2).
               10  FILLER          PIC X VALUE ":".
               10  WS-DTL-MM       PIC X(2).
               10  FILLER          PIC X VALUE ":".
               10  WS-DTL-SS       PIC X(2).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-CLERK        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-PROGRAM      PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-ACTION       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-KEY          PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-ACCOUNT      PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-FLAG         PIC X(20).

       01  WS-IMAGE-LINE.
           05  WS-IMG-LABEL        PIC X(11).
           05  WS-IMG-DATA         PIC X(120).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(30).
           05  WS-CNT-VALUE        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Journal-Report-Main.
           PERFORM Read-Parm-File
           IF NOT PARM-FILE-PRESENT THEN
               PERFORM Accept-Selection
           END-IF
           PERFORM Apply-Defaults
           MOVE WS-FROM-DATE TO WS-STEP-SELECTION
           PERFORM Log-Step-Start
           OPEN OUTPUT JOURNAL-REPORT-FILE
           OPEN INPUT CALC-MAINT-JOURNAL
           IF WS-MJNL-STATUS NOT = "00" THEN
               DISPLAY "CALCMJNL.DAT not found, nothing journaled"
               MOVE "No maintenance journal, nothing to report"
                   TO JOURNAL-REPORT-LINE
               PERFORM Write-Report-Line
               CLOSE JOURNAL-REPORT-FILE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-JOURNAL-FILE
               READ CALC-MAINT-JOURNAL
                   AT END
                       SET END-OF-JOURNAL-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM Select-One-Entry
                       IF ENTRY-SELECTED THEN
                           PERFORM Print-One-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-MAINT-JOURNAL
           PERFORM Print-Totals
           CLOSE JOURNAL-REPORT-FILE
           DISPLAY "Journal report written to CALCJRNL.RPT, "
               WS-SELECTED-COUNT " entries, " WS-OVERRIDE-COUNT
               " overrides, " WS-LIMIT-COUNT " limit changes, "
               WS-REOPEN-COUNT " period reopens"
           MOVE "READ" TO WS-STEP-LABEL (1)
           MOVE WS-READ-COUNT TO WS-STEP-VALUE (1)
           MOVE "SELECTED" TO WS-STEP-LABEL (2)
           MOVE WS-SELECTED-COUNT TO WS-STEP-VALUE (2)
           MOVE "OVERRIDES" TO WS-STEP-LABEL (3)
           MOVE WS-OVERRIDE-COUNT TO WS-STEP-VALUE (3)
           MOVE "LIMITS" TO WS-STEP-LABEL (4)
           MOVE WS-LIMIT-COUNT TO WS-STEP-VALUE (4)
           MOVE "REOPENS" TO WS-STEP-LABEL (5)
           MOVE WS-REOPEN-COUNT TO WS-STEP-VALUE (5)
           PERFORM Log-Step-End
           STOP RUN.

       Read-Parm-File.
           OPEN INPUT JOURNAL-PARM-FILE
           IF WS-PARM-STATUS = "00" THEN
               READ JOURNAL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-PARM-PRESENT-SWITCH
                       MOVE JP-FROM-DATE TO WS-FROM-DATE
                       MOVE JP-TO-DATE TO WS-TO-DATE
                       MOVE JP-CLERK-ID TO WS-SEL-CLERK
                       MOVE JP-ACCOUNT-ID TO WS-SEL-ACCOUNT
               END-READ
               CLOSE JOURNAL-PARM-FILE
           END-IF.

       Accept-Selection.
           DISPLAY "From date (YYYYMMDD, blank for earliest): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "To date (YYYYMMDD, blank for latest): "
               WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           DISPLAY "Clerk id (blank for all clerks): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-CLERK
           DISPLAY "Account id (blank for all accounts): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-ACCOUNT.

       Apply-Defaults.
           IF WS-FROM-DATE NOT NUMERIC THEN
               MOVE "00000000" TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE NOT NUMERIC THEN
               MOVE "99999999" TO WS-TO-DATE
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-SEL-CLERK) TO WS-SEL-CLERK
           MOVE WS-FROM-DATE TO WS-HDG-FROM
           MOVE WS-TO-DATE TO WS-HDG-TO
           IF WS-SEL-CLERK = SPACES THEN
               MOVE "All" TO WS-HDG-CLERK
           ELSE
               MOVE WS-SEL-CLERK TO WS-HDG-CLERK
           END-IF
           IF WS-SEL-ACCOUNT = SPACES THEN
               MOVE "All" TO WS-HDG-ACCOUNT
           ELSE
               MOVE WS-SEL-ACCOUNT TO WS-HDG-ACCOUNT
           END-IF.

       Select-One-Entry.
           MOVE "N" TO WS-SELECT-SWITCH
           IF MJ-DATE < WS-FROM-DATE OR MJ-DATE > WS-TO-DATE THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-CLERK NOT = SPACES AND
               MJ-CLERK-ID NOT = WS-SEL-CLERK
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-ACCOUNT NOT = SPACES AND
               MJ-ACCOUNT-ID NOT = WS-SEL-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           SET ENTRY-SELECTED TO TRUE.

      ******************************************************************
      * One entry is a detail line with the record before and after
      * the change beneath it; the three lines are kept together on
      * a page.
      ******************************************************************
       Print-One-Entry.
           ADD 1 TO WS-SELECTED-COUNT
           PERFORM Tally-Action
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 3 THEN
               MOVE 999 TO WS-LINE-COUNT
           END-IF
           MOVE MJ-DATE TO WS-DTL-DATE
           MOVE MJ-TIME (1:2) TO WS-DTL-HH
           MOVE MJ-TIME (3:2) TO WS-DTL-MM
           MOVE MJ-TIME (5:2) TO WS-DTL-SS
           MOVE MJ-CLERK-ID TO WS-DTL-CLERK
           MOVE MJ-PROGRAM TO WS-DTL-PROGRAM
           MOVE MJ-ACTION TO WS-DTL-ACTION
           MOVE MJ-RECORD-KEY TO WS-DTL-KEY
           MOVE MJ-ACCOUNT-ID TO WS-DTL-ACCOUNT
           EVALUATE MJ-ACTION
               WHEN "OVERRIDE"
                   MOVE "** SUPERVISOR OVR" TO WS-DTL-FLAG
                   ADD 1 TO WS-OVERRIDE-COUNT
               WHEN "LIMIT"
                   MOVE "** LIMIT CHANGE" TO WS-DTL-FLAG
                   ADD 1 TO WS-LIMIT-COUNT
               WHEN "REOPEN"
                   MOVE "** PERIOD REOPEN" TO WS-DTL-FLAG
                   ADD 1 TO WS-REOPEN-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-DTL-FLAG
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO JOURNAL-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "   Before: " TO WS-IMG-LABEL
           MOVE MJ-BEFORE-IMAGE TO WS-IMG-DATA
           MOVE WS-IMAGE-LINE TO JOURNAL-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "   After.: " TO WS-IMG-LABEL
           MOVE MJ-AFTER-IMAGE TO WS-IMG-DATA
           MOVE WS-IMAGE-LINE TO JOURNAL-REPORT-LINE
           PERFORM Write-Report-Line.

       Tally-Action.
           MOVE "N" TO WS-ACTION-FOUND-SWITCH
           MOVE 1 TO WS-ACTION-SUB
           PERFORM UNTIL ACTION-FOUND OR
               WS-ACTION-SUB > WS-ACTION-COUNT
               IF WS-ACTION-NAME (WS-ACTION-SUB) = MJ-ACTION THEN
                   SET ACTION-FOUND TO TRUE
                   ADD 1 TO WS-ACTION-TOTAL (WS-ACTION-SUB)
               END-IF
               ADD 1 TO WS-ACTION-SUB
           END-PERFORM
           IF NOT ACTION-FOUND AND WS-ACTION-COUNT < 20 THEN
               ADD 1 TO WS-ACTION-COUNT
               MOVE MJ-ACTION TO WS-ACTION-NAME (WS-ACTION-COUNT)
               MOVE 1 TO WS-ACTION-TOTAL (WS-ACTION-COUNT)
           END-IF.

       Print-Totals.
           MOVE SPACES TO JOURNAL-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "Journal entries read.........." TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Journal entries selected......" TO WS-CNT-LABEL
           MOVE WS-SELECTED-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE 1 TO WS-ACTION-SUB
           PERFORM UNTIL WS-ACTION-SUB > WS-ACTION-COUNT
               MOVE SPACES TO WS-CNT-LABEL
               STRING "  " WS-ACTION-NAME (WS-ACTION-SUB)
                   " ...................."
                   DELIMITED BY SIZE INTO WS-CNT-LABEL
               MOVE WS-ACTION-TOTAL (WS-ACTION-SUB) TO WS-CNT-VALUE
               PERFORM Write-Count-Line
               ADD 1 TO WS-ACTION-SUB
           END-PERFORM
           MOVE "Supervisor override releases.." TO WS-CNT-LABEL
           MOVE WS-OVERRIDE-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Account limit changes........." TO WS-CNT-LABEL
           MOVE WS-LIMIT-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Accounting period reopens....." TO WS-CNT-LABEL
           MOVE WS-REOPEN-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line.

       Write-Count-Line.
           MOVE WS-COUNT-LINE TO JOURNAL-REPORT-LINE
           PERFORM Write-Report-Line.

       Write-Report-Line.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE THEN
               PERFORM Print-Page-Heading
           END-IF
           WRITE JOURNAL-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       Print-Page-Heading.
           MOVE JOURNAL-REPORT-LINE TO WS-SAVE-LINE
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-1 TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-HEADING-2 TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-HEADING-3 TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE SPACES TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT
           MOVE WS-SAVE-LINE TO JOURNAL-REPORT-LINE.

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
           MOVE "Calc-Journal-Report" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
