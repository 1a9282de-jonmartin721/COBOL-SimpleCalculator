      ******************************************************************
      * Author:Jonathan Martin
      * Date:10/15/26
      * Purpose:Morning run status report for the Example-Calculator
      *         nightly cycle. Reads the run-control log CALCRUNL.DAT
      *         that every batch step appends to, lists the night's
      *         steps in the order they started with their selection,
      *         start and end times, completion status, return code
      *         and key counts, and flags the steps operations must
      *         look at before the business day starts: failed steps,
      *         steps that started and never ended, steps that ran
      *         out of their scheduled order (Calc-Ack-Match ahead of
      *         the batch, say), steps not on the schedule, and
      *         required steps that did not run at all.
      * Tectonics: cobc
      * Mod Log:
      *   10/15/26 - Initial version: night selection from the
      *              CALCSTAP.DAT parameter file or the console,
      *              schedule from CALCRUNS.DAT when present, report
      *              to CALCSTAT.RPT.
      *   10/15/26 - Calc-Archive-Restore added to the standard schedule
      *              as an ad hoc step (sequence 000, not required).
      *   10/15/26 - Calc-Period-Close added to the standard schedule as
      *              an ad hoc step (sequence 000, not required).
      *   10/15/26 - Calc-Intake-Check added to the standard schedule
      *              after Example-Calculator (sequence 015, not
      *              required).
      *   10/15/26 - Steps ending REFUSED flagged and counted separately
      *              from failed steps; a refusal no longer makes the
      *              night need attention.
      *   10/15/26 - Calc-Accrual, Calc-Intake-Check, Calc-Suspense-
      *              Aging, Calc-Journal-Report and Calc-Balance-Verify
      *              made ad hoc steps (sequence 000): the accrual
      *              release must run ahead of the batch and the checks
      *              and reports are run on demand, so none of them is
      *              ever out of order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Run-Status.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
           SELECT RUN-SCHEDULE-FILE ASSIGN TO "CALCRUNS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT STATUS-REPORT-FILE ASSIGN TO "CALCSTAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT STATUS-PARM-FILE ASSIGN TO "CALCSTAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RUN-SCHEDULE-FILE.
       01  RUN-SCHEDULE-RECORD.
           05  RS-SEQUENCE         PIC 9(3).
           05  RS-PROGRAM          PIC X(20).
           05  RS-REQUIRED         PIC X.

       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-LINE      PIC X(132).

       FD  STATUS-PARM-FILE.
       01  STATUS-PARM-RECORD.
           05  ST-NIGHT-DATE       PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-RUNL-STATUS          PIC XX VALUE "00".
       01  WS-SCHED-STATUS         PIC XX VALUE "00".
       01  WS-RPT-STATUS           PIC XX VALUE "00".
       01  WS-PARM-STATUS          PIC XX VALUE "00".

       01  WS-RUNL-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-RUN-CONTROL      VALUE "Y".
       01  WS-SCHED-EOF-SWITCH     PIC X VALUE "N".
           88  END-OF-SCHEDULE-FILE    VALUE "Y".
       01  WS-PARM-PRESENT-SWITCH  PIC X VALUE "N".
           88  PARM-FILE-PRESENT       VALUE "Y".
       01  WS-FOUND-SWITCH         PIC X VALUE "N".
           88  ENTRY-FOUND             VALUE "Y".
       01  WS-TABLE-FULL-SWITCH    PIC X VALUE "N".
           88  RUN-TABLE-FULL          VALUE "Y".
       01  WS-SORTED-SWITCH        PIC X VALUE "N".
           88  SORT-PASS-CLEAN         VALUE "Y".

       01  WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-NIGHT-DATE           PIC X(8) VALUE SPACES.
       01  WS-NIGHT-NUMBER         PIC 9(8) VALUE ZEROES.
       01  WS-MORNING-NUMBER       PIC 9(8) VALUE ZEROES.
       01  WS-DATE-INTEGER         PIC 9(8) VALUE ZEROES.
       01  WS-WINDOW-FROM          PIC X(14) VALUE SPACES.
       01  WS-WINDOW-TO            PIC X(14) VALUE SPACES.

      ******************************************************************
      * The schedule: the order the nightly steps are meant to run
      * in and whether each must run every night. Sequence 000 marks
      * an ad hoc step (a back-out, say) that is never out of order.
      ******************************************************************
       01  WS-SCHED-TABLE.
           05  WS-SCHED-COUNT      PIC 9(3) VALUE ZEROES.
           05  WS-SCHED-ENTRY OCCURS 50 TIMES.
               10  WS-SCHED-SEQ    PIC 9(3).
               10  WS-SCHED-PROGRAM
                                   PIC X(20).
               10  WS-SCHED-REQUIRED
                                   PIC X.
               10  WS-SCHED-RAN    PIC X.
       01  WS-SCHED-SUB            PIC 9(4) COMP VALUE ZEROES.

       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT        PIC 9(4) VALUE ZEROES.
           05  WS-RUN-ENTRY OCCURS 200 TIMES.
               10  WS-RUN-PROGRAM  PIC X(20).
               10  WS-RUN-SELECTION
                                   PIC X(14).
               10  WS-RUN-START    PIC X(14).
               10  WS-RUN-END      PIC X(14).
               10  WS-RUN-STATUS   PIC X(8).
               10  WS-RUN-RC       PIC 9(3).
               10  WS-RUN-COUNTS   PIC X(95).
               10  WS-RUN-SEQ      PIC 9(3).
               10  WS-RUN-SCHEDULED
                                   PIC X.
               10  WS-RUN-FLAG     PIC X(20).
       01  WS-RUN-SWAP             PIC X(192).
       01  WS-RUN-SUB              PIC 9(4) COMP VALUE ZEROES.
       01  WS-LATER-SUB            PIC 9(4) COMP VALUE ZEROES.
       01  WS-SORT-SUB             PIC 9(4) COMP VALUE ZEROES.
       01  WS-COUNT-SUB            PIC 9(4) COMP VALUE ZEROES.

       01  WS-PRINT-COUNTS.
           05  WS-PRINT-COUNT-ENTRY OCCURS 5 TIMES.
               10  WS-PRINT-LABEL  PIC X(10).
               10  WS-PRINT-VALUE  PIC 9(9).

       01  WS-STEPS-LOGGED         PIC 9(4) VALUE ZEROES.
       01  WS-STEPS-OK             PIC 9(4) VALUE ZEROES.
       01  WS-STEPS-WARNING        PIC 9(4) VALUE ZEROES.
       01  WS-STEPS-FAILED         PIC 9(4) VALUE ZEROES.
       01  WS-STEPS-ABENDED        PIC 9(4) VALUE ZEROES.
       01  WS-STEPS-REFUSED        PIC 9(4) VALUE ZEROES.
       01  WS-STEPS-OUT-OF-SEQ     PIC 9(4) VALUE ZEROES.
       01  WS-STEPS-UNSCHEDULED    PIC 9(4) VALUE ZEROES.
       01  WS-STEPS-NOT-RUN        PIC 9(4) VALUE ZEROES.

       01  WS-PAGE-NUM             PIC 9(4) VALUE ZEROES.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-SAVE-LINE            PIC X(132) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER              PIC X(24) VALUE
               "==== Example-Calculator ".
           05  FILLER              PIC X(31) VALUE
               "Nightly Run Status Report      ".
           05  FILLER              PIC X(5) VALUE "Page ".
           05  WS-HDG-PAGE         PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER              PIC X(10) VALUE "Night of: ".
           05  WS-HDG-NIGHT        PIC X(8).
           05  FILLER              PIC X(10) VALUE "  Window: ".
           05  WS-HDG-FROM         PIC X(14).
           05  FILLER              PIC X(4) VALUE " to ".
           05  WS-HDG-TO           PIC X(14).
       01  WS-HEADING-3.
           05  FILLER              PIC X(25) VALUE
               "Seq Program              ".
           05  FILLER              PIC X(30) VALUE
               "Selection      Started       ".
           05  FILLER              PIC X(29) VALUE
               " Ended           Status    RC".
           05  FILLER              PIC X(6) VALUE "  Flag".

       01  WS-DETAIL-LINE.
           05  WS-DTL-SEQ          PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-PROGRAM      PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-SELECTION    PIC X(14).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-START.
               10  WS-DTL-START-DATE
                                   PIC X(8).
               10  FILLER          PIC X VALUE SPACE.
               10  WS-DTL-START-TIME
                                   PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-END.
               10  WS-DTL-END-DATE PIC X(8).
               10  FILLER          PIC X VALUE SPACE.
               10  WS-DTL-END-TIME PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-STATUS       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-RC           PIC ZZ9.
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-DTL-FLAG         PIC X(20).

       01  WS-COUNTS-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-CL-ENTRY OCCURS 5 TIMES.
               10  WS-CL-LABEL     PIC X(10).
               10  WS-CL-EQUALS    PIC X.
               10  WS-CL-VALUE     PIC Z(8)9.
               10  FILLER          PIC XX VALUE SPACES.

       01  WS-NOT-RUN-LINE.
           05  WS-NR-SEQ           PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-NR-PROGRAM       PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-NR-TEXT          PIC X(40).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CNT-VALUE        PIC ZZZ9.

       PROCEDURE DIVISION.
       Run-Status-Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM Read-Parm-File
           IF NOT PARM-FILE-PRESENT THEN
               DISPLAY "Night to report (YYYYMMDD, blank for last "
                   "night): " WITH NO ADVANCING
               ACCEPT WS-NIGHT-DATE
           END-IF
           PERFORM Set-Night-Window
           PERFORM Load-Schedule
           OPEN OUTPUT STATUS-REPORT-FILE
           OPEN INPUT CALC-RUN-CONTROL
           IF WS-RUNL-STATUS NOT = "00" THEN
               DISPLAY "CALCRUNL.DAT not found, no steps logged"
               MOVE "No run-control log, no steps were logged"
                   TO STATUS-REPORT-LINE
               PERFORM Write-Report-Line
               CLOSE STATUS-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-RUN-CONTROL
               READ CALC-RUN-CONTROL
                   AT END
                       SET END-OF-RUN-CONTROL TO TRUE
                   NOT AT END
                       IF SL-START-STAMP NOT < WS-WINDOW-FROM AND
                           SL-START-STAMP NOT > WS-WINDOW-TO
                           PERFORM Record-One-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-RUN-CONTROL
           PERFORM Sort-Run-Table
           PERFORM Assess-Steps
           PERFORM Print-Step-Section
           PERFORM Print-Not-Run-Section
           PERFORM Print-Totals
           PERFORM Report-Verdict
           CLOSE STATUS-REPORT-FILE
           STOP RUN.

       Read-Parm-File.
           OPEN INPUT STATUS-PARM-FILE
           IF WS-PARM-STATUS = "00" THEN
               READ STATUS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-PARM-PRESENT-SWITCH
                       MOVE ST-NIGHT-DATE TO WS-NIGHT-DATE
               END-READ
               CLOSE STATUS-PARM-FILE
           END-IF.

      ******************************************************************
      * A night runs from noon on the night date to 11:59:59 the next
      * morning, so a cycle that crosses midnight is reported whole.
      * With no date given the report covers the night just ended:
      * yesterday's before noon, today's from noon on.
      ******************************************************************
       Set-Night-Window.
           IF WS-NIGHT-DATE = SPACES OR WS-NIGHT-DATE NOT NUMERIC
               MOVE WS-CURRENT-DATETIME (1:8) TO WS-NIGHT-NUMBER
               IF WS-CURRENT-DATETIME (9:6) < "120000" THEN
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-NIGHT-NUMBER) - 1
                   COMPUTE WS-NIGHT-NUMBER =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               END-IF
               MOVE WS-NIGHT-NUMBER TO WS-NIGHT-DATE
           ELSE
               MOVE WS-NIGHT-DATE TO WS-NIGHT-NUMBER
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NIGHT-NUMBER) + 1
           COMPUTE WS-MORNING-NUMBER =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           MOVE WS-NIGHT-DATE TO WS-WINDOW-FROM (1:8)
           MOVE "120000" TO WS-WINDOW-FROM (9:6)
           MOVE WS-MORNING-NUMBER TO WS-WINDOW-TO (1:8)
           MOVE "115959" TO WS-WINDOW-TO (9:6)
           MOVE WS-NIGHT-DATE TO WS-HDG-NIGHT
           MOVE WS-WINDOW-FROM TO WS-HDG-FROM
           MOVE WS-WINDOW-TO TO WS-HDG-TO.

      ******************************************************************
      * CALCRUNS.DAT, when present, replaces the standard schedule
      * below: one record per step with its sequence, program name
      * and Y when the step must run every night.
      ******************************************************************
       Load-Schedule.
           OPEN INPUT RUN-SCHEDULE-FILE
           IF WS-SCHED-STATUS = "00" THEN
               PERFORM UNTIL END-OF-SCHEDULE-FILE
                   READ RUN-SCHEDULE-FILE
                       AT END
                           SET END-OF-SCHEDULE-FILE TO TRUE
                       NOT AT END
                           PERFORM Add-Schedule-Record
                   END-READ
               END-PERFORM
               CLOSE RUN-SCHEDULE-FILE
           END-IF
           IF WS-SCHED-COUNT = ZEROES THEN
               PERFORM Load-Standard-Schedule
           END-IF.

       Add-Schedule-Record.
           IF RS-SEQUENCE NOT NUMERIC OR RS-PROGRAM = SPACES THEN
               DISPLAY "CALCRUNS.DAT entry " RUN-SCHEDULE-RECORD
                   " is not valid, entry ignored"
               EXIT PARAGRAPH
           END-IF
           IF WS-SCHED-COUNT NOT < 50 THEN
               DISPLAY "CALCRUNS.DAT holds over 50 steps, "
                   RS-PROGRAM " ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCHED-COUNT
           MOVE RS-SEQUENCE TO WS-SCHED-SEQ (WS-SCHED-COUNT)
           MOVE RS-PROGRAM TO WS-SCHED-PROGRAM (WS-SCHED-COUNT)
           MOVE FUNCTION UPPER-CASE (RS-REQUIRED)
               TO WS-SCHED-REQUIRED (WS-SCHED-COUNT)
           MOVE "N" TO WS-SCHED-RAN (WS-SCHED-COUNT).

       Load-Standard-Schedule.
           MOVE 010 TO WS-SCHED-SEQ (1)
           MOVE "Example-Calculator" TO WS-SCHED-PROGRAM (1)
           MOVE "Y" TO WS-SCHED-REQUIRED (1)
           MOVE 020 TO WS-SCHED-SEQ (2)
           MOVE "Calc-Reconcile" TO WS-SCHED-PROGRAM (2)
           MOVE "Y" TO WS-SCHED-REQUIRED (2)
           MOVE 030 TO WS-SCHED-SEQ (3)
           MOVE "Calc-Ack-Match" TO WS-SCHED-PROGRAM (3)
           MOVE "Y" TO WS-SCHED-REQUIRED (3)
           MOVE 040 TO WS-SCHED-SEQ (4)
           MOVE "Calc-Activity-Report" TO WS-SCHED-PROGRAM (4)
           MOVE "Y" TO WS-SCHED-REQUIRED (4)
           MOVE 080 TO WS-SCHED-SEQ (5)
           MOVE "Calc-History-Archive" TO WS-SCHED-PROGRAM (5)
           MOVE "N" TO WS-SCHED-REQUIRED (5)
           MOVE 095 TO WS-SCHED-SEQ (6)
           MOVE "Calc-Client-Statement" TO WS-SCHED-PROGRAM (6)
           MOVE "N" TO WS-SCHED-REQUIRED (6)
           MOVE 000 TO WS-SCHED-SEQ (7)
           MOVE "Calc-Accrual" TO WS-SCHED-PROGRAM (7)
           MOVE "N" TO WS-SCHED-REQUIRED (7)
           MOVE 000 TO WS-SCHED-SEQ (8)
           MOVE "Calc-Intake-Check" TO WS-SCHED-PROGRAM (8)
           MOVE "N" TO WS-SCHED-REQUIRED (8)
           MOVE 000 TO WS-SCHED-SEQ (9)
           MOVE "Calc-Suspense-Aging" TO WS-SCHED-PROGRAM (9)
           MOVE "N" TO WS-SCHED-REQUIRED (9)
           MOVE 000 TO WS-SCHED-SEQ (10)
           MOVE "Calc-Journal-Report" TO WS-SCHED-PROGRAM (10)
           MOVE "N" TO WS-SCHED-REQUIRED (10)
           MOVE 000 TO WS-SCHED-SEQ (11)
           MOVE "Calc-Balance-Verify" TO WS-SCHED-PROGRAM (11)
           MOVE "N" TO WS-SCHED-REQUIRED (11)
           MOVE 000 TO WS-SCHED-SEQ (12)
           MOVE "Calc-Run-Backout" TO WS-SCHED-PROGRAM (12)
           MOVE "N" TO WS-SCHED-REQUIRED (12)
           MOVE 000 TO WS-SCHED-SEQ (13)
           MOVE "Calc-Archive-Restore" TO WS-SCHED-PROGRAM (13)
           MOVE "N" TO WS-SCHED-REQUIRED (13)
           MOVE 000 TO WS-SCHED-SEQ (14)
           MOVE "Calc-Period-Close" TO WS-SCHED-PROGRAM (14)
           MOVE "N" TO WS-SCHED-REQUIRED (14)
           MOVE 14 TO WS-SCHED-COUNT
           MOVE 1 TO WS-SCHED-SUB
           PERFORM UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
               MOVE "N" TO WS-SCHED-RAN (WS-SCHED-SUB)
               ADD 1 TO WS-SCHED-SUB
           END-PERFORM.

      ******************************************************************
      * A STARTED entry opens a step; the ENDED entry for it carries
      * the same program and start stamp and completes it. An ended
      * entry whose start was not logged still counts as a step.
      ******************************************************************
       Record-One-Entry.
           IF SL-STATUS = "STARTED" THEN
               PERFORM Add-Run-Entry
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL ENTRY-FOUND OR WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-PROGRAM (WS-RUN-SUB) = SL-PROGRAM AND
                   WS-RUN-START (WS-RUN-SUB) = SL-START-STAMP
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-RUN-SUB
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND THEN
               PERFORM Add-Run-Entry
               IF RUN-TABLE-FULL THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RUN-COUNT TO WS-RUN-SUB
           END-IF
           MOVE SL-SELECTION TO WS-RUN-SELECTION (WS-RUN-SUB)
           MOVE SL-END-STAMP TO WS-RUN-END (WS-RUN-SUB)
           MOVE SL-STATUS TO WS-RUN-STATUS (WS-RUN-SUB)
           MOVE SL-RETURN-CODE TO WS-RUN-RC (WS-RUN-SUB)
           MOVE SL-COUNTS TO WS-RUN-COUNTS (WS-RUN-SUB).

       Add-Run-Entry.
           IF WS-RUN-COUNT NOT < 200 THEN
               SET RUN-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE SL-PROGRAM TO WS-RUN-PROGRAM (WS-RUN-COUNT)
           MOVE SL-SELECTION TO WS-RUN-SELECTION (WS-RUN-COUNT)
           MOVE SL-START-STAMP TO WS-RUN-START (WS-RUN-COUNT)
           MOVE SPACES TO WS-RUN-END (WS-RUN-COUNT)
           MOVE "NO END" TO WS-RUN-STATUS (WS-RUN-COUNT)
           MOVE ZEROES TO WS-RUN-RC (WS-RUN-COUNT)
           MOVE SPACES TO WS-RUN-COUNTS (WS-RUN-COUNT)
           MOVE ZEROES TO WS-RUN-SEQ (WS-RUN-COUNT)
           MOVE "N" TO WS-RUN-SCHEDULED (WS-RUN-COUNT)
           MOVE SPACES TO WS-RUN-FLAG (WS-RUN-COUNT).

       Sort-Run-Table.
           MOVE "N" TO WS-SORTED-SWITCH
           PERFORM UNTIL SORT-PASS-CLEAN
               MOVE "Y" TO WS-SORTED-SWITCH
               MOVE 1 TO WS-SORT-SUB
               PERFORM UNTIL WS-SORT-SUB NOT < WS-RUN-COUNT
                   PERFORM Compare-And-Swap
                   ADD 1 TO WS-SORT-SUB
               END-PERFORM
           END-PERFORM.

       Compare-And-Swap.
           IF WS-RUN-START (WS-SORT-SUB) >
               WS-RUN-START (WS-SORT-SUB + 1)
               MOVE WS-RUN-ENTRY (WS-SORT-SUB) TO WS-RUN-SWAP
               MOVE WS-RUN-ENTRY (WS-SORT-SUB + 1)
                   TO WS-RUN-ENTRY (WS-SORT-SUB)
               MOVE WS-RUN-SWAP
                   TO WS-RUN-ENTRY (WS-SORT-SUB + 1)
               MOVE "N" TO WS-SORTED-SWITCH
           END-IF.

      ******************************************************************
      * Each step is matched to the schedule, then flagged: a failed
      * or abended step first, then a step that started before one
      * scheduled ahead of it (it ran on what that step had not yet
      * produced), then a step the schedule does not know.
      ******************************************************************
       Assess-Steps.
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
               PERFORM Match-To-Schedule
               ADD 1 TO WS-RUN-SUB
           END-PERFORM
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
               PERFORM Assess-One-Step
               ADD 1 TO WS-RUN-SUB
           END-PERFORM.

       Match-To-Schedule.
           MOVE 1 TO WS-SCHED-SUB
           PERFORM UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
               IF WS-SCHED-PROGRAM (WS-SCHED-SUB) =
                   WS-RUN-PROGRAM (WS-RUN-SUB)
                   MOVE "Y" TO WS-RUN-SCHEDULED (WS-RUN-SUB)
                   MOVE WS-SCHED-SEQ (WS-SCHED-SUB)
                       TO WS-RUN-SEQ (WS-RUN-SUB)
                   MOVE "Y" TO WS-SCHED-RAN (WS-SCHED-SUB)
               END-IF
               ADD 1 TO WS-SCHED-SUB
           END-PERFORM.

       Assess-One-Step.
           ADD 1 TO WS-STEPS-LOGGED
           EVALUATE WS-RUN-STATUS (WS-RUN-SUB)
               WHEN "OK"
                   ADD 1 TO WS-STEPS-OK
               WHEN "WARNING"
                   ADD 1 TO WS-STEPS-WARNING
               WHEN "NO END"
                   ADD 1 TO WS-STEPS-ABENDED
                   MOVE "** ABENDED" TO WS-RUN-FLAG (WS-RUN-SUB)
               WHEN "REFUSED"
                   ADD 1 TO WS-STEPS-REFUSED
                   MOVE "** REFUSED" TO WS-RUN-FLAG (WS-RUN-SUB)
               WHEN OTHER
                   ADD 1 TO WS-STEPS-FAILED
                   MOVE "** FAILED" TO WS-RUN-FLAG (WS-RUN-SUB)
           END-EVALUATE
           IF WS-RUN-SCHEDULED (WS-RUN-SUB) = "N" THEN
               ADD 1 TO WS-STEPS-UNSCHEDULED
               IF WS-RUN-FLAG (WS-RUN-SUB) = SPACES THEN
                   MOVE "** UNSCHEDULED" TO WS-RUN-FLAG (WS-RUN-SUB)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-SEQ (WS-RUN-SUB) = ZEROES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND-SWITCH
           COMPUTE WS-LATER-SUB = WS-RUN-SUB + 1
           PERFORM UNTIL ENTRY-FOUND OR WS-LATER-SUB > WS-RUN-COUNT
               IF WS-RUN-SEQ (WS-LATER-SUB) > ZEROES AND
                   WS-RUN-SEQ (WS-LATER-SUB) <
                       WS-RUN-SEQ (WS-RUN-SUB)
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-LATER-SUB
               END-IF
           END-PERFORM
           IF ENTRY-FOUND THEN
               ADD 1 TO WS-STEPS-OUT-OF-SEQ
               IF WS-RUN-FLAG (WS-RUN-SUB) = SPACES THEN
                   MOVE "** OUT OF SEQUENCE"
                       TO WS-RUN-FLAG (WS-RUN-SUB)
               END-IF
           END-IF.

       Print-Step-Section.
           MOVE "---- Steps in the order they started ----"
               TO STATUS-REPORT-LINE
           PERFORM Write-Report-Line
           IF WS-RUN-COUNT = ZEROES THEN
               MOVE "No steps logged for this night"
                   TO STATUS-REPORT-LINE
               PERFORM Write-Report-Line
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RUN-SUB
           PERFORM UNTIL WS-RUN-SUB > WS-RUN-COUNT
               PERFORM Print-One-Step
               ADD 1 TO WS-RUN-SUB
           END-PERFORM
           IF RUN-TABLE-FULL THEN
               MOVE "Warning: over 200 steps in the window, the rest a
      -            "re not listed" TO STATUS-REPORT-LINE
               PERFORM Write-Report-Line
           END-IF.

      ******************************************************************
      * One step is its detail line with its key counts beneath it;
      * the two lines are kept together on a page.
      ******************************************************************
       Print-One-Step.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 2 THEN
               MOVE 999 TO WS-LINE-COUNT
           END-IF
           IF WS-RUN-SCHEDULED (WS-RUN-SUB) = "Y" THEN
               MOVE WS-RUN-SEQ (WS-RUN-SUB) TO WS-DTL-SEQ
           ELSE
               MOVE "---" TO WS-DTL-SEQ
           END-IF
           MOVE WS-RUN-PROGRAM (WS-RUN-SUB) TO WS-DTL-PROGRAM
           MOVE WS-RUN-SELECTION (WS-RUN-SUB) TO WS-DTL-SELECTION
           MOVE WS-RUN-START (WS-RUN-SUB) (1:8) TO WS-DTL-START-DATE
           MOVE WS-RUN-START (WS-RUN-SUB) (9:6) TO WS-DTL-START-TIME
           MOVE WS-RUN-END (WS-RUN-SUB) (1:8) TO WS-DTL-END-DATE
           MOVE WS-RUN-END (WS-RUN-SUB) (9:6) TO WS-DTL-END-TIME
           MOVE WS-RUN-STATUS (WS-RUN-SUB) TO WS-DTL-STATUS
           MOVE WS-RUN-RC (WS-RUN-SUB) TO WS-DTL-RC
           MOVE WS-RUN-FLAG (WS-RUN-SUB) TO WS-DTL-FLAG
           MOVE WS-DETAIL-LINE TO STATUS-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE WS-RUN-COUNTS (WS-RUN-SUB) TO WS-PRINT-COUNTS
           IF WS-PRINT-LABEL (1) = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-COUNT-SUB
           PERFORM UNTIL WS-COUNT-SUB > 5
               IF WS-PRINT-LABEL (WS-COUNT-SUB) = SPACES THEN
                   MOVE SPACES TO WS-CL-ENTRY (WS-COUNT-SUB)
               ELSE
                   MOVE WS-PRINT-LABEL (WS-COUNT-SUB)
                       TO WS-CL-LABEL (WS-COUNT-SUB)
                   MOVE "=" TO WS-CL-EQUALS (WS-COUNT-SUB)
                   MOVE WS-PRINT-VALUE (WS-COUNT-SUB)
                       TO WS-CL-VALUE (WS-COUNT-SUB)
               END-IF
               ADD 1 TO WS-COUNT-SUB
           END-PERFORM
           MOVE WS-COUNTS-LINE TO STATUS-REPORT-LINE
           PERFORM Write-Report-Line.

       Print-Not-Run-Section.
           MOVE SPACES TO STATUS-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "---- Required steps that did not run ----"
               TO STATUS-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE 1 TO WS-SCHED-SUB
           PERFORM UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
               IF WS-SCHED-REQUIRED (WS-SCHED-SUB) = "Y" AND
                   WS-SCHED-RAN (WS-SCHED-SUB) = "N"
                   ADD 1 TO WS-STEPS-NOT-RUN
                   MOVE WS-SCHED-SEQ (WS-SCHED-SUB) TO WS-NR-SEQ
                   MOVE WS-SCHED-PROGRAM (WS-SCHED-SUB)
                       TO WS-NR-PROGRAM
                   MOVE "** DID NOT RUN" TO WS-NR-TEXT
                   MOVE WS-NOT-RUN-LINE TO STATUS-REPORT-LINE
                   PERFORM Write-Report-Line
               END-IF
               ADD 1 TO WS-SCHED-SUB
           END-PERFORM
           IF WS-STEPS-NOT-RUN = ZEROES THEN
               MOVE "Every required step ran" TO STATUS-REPORT-LINE
               PERFORM Write-Report-Line
           END-IF.

       Print-Totals.
           MOVE SPACES TO STATUS-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "Steps logged.................." TO WS-CNT-LABEL
           MOVE WS-STEPS-LOGGED TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "  Completed OK................" TO WS-CNT-LABEL
           MOVE WS-STEPS-OK TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "  Completed with warnings....." TO WS-CNT-LABEL
           MOVE WS-STEPS-WARNING TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "  Failed......................" TO WS-CNT-LABEL
           MOVE WS-STEPS-FAILED TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "  Refused (nothing changed)..." TO WS-CNT-LABEL
           MOVE WS-STEPS-REFUSED TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "  Abended (no end logged)....." TO WS-CNT-LABEL
           MOVE WS-STEPS-ABENDED TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Out of sequence..............." TO WS-CNT-LABEL
           MOVE WS-STEPS-OUT-OF-SEQ TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Not on the schedule..........." TO WS-CNT-LABEL
           MOVE WS-STEPS-UNSCHEDULED TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Required steps not run........" TO WS-CNT-LABEL
           MOVE WS-STEPS-NOT-RUN TO WS-CNT-VALUE
           PERFORM Write-Count-Line.

      ******************************************************************
      * Return code 0 when the night ran clean (warnings included),
      * 8 when any step failed, abended, ran out of sequence or did
      * not run, 12 when there was no run-control log to read. A
      * refused step stopped on one of its own guards before changing
      * anything and told the operator why at the console, so like a
      * warning it is flagged and counted but leaves the night clean.
      ******************************************************************
       Report-Verdict.
           MOVE SPACES TO STATUS-REPORT-LINE
           PERFORM Write-Report-Line
           IF WS-STEPS-FAILED = ZEROES AND
               WS-STEPS-ABENDED = ZEROES AND
               WS-STEPS-OUT-OF-SEQ = ZEROES AND
               WS-STEPS-NOT-RUN = ZEROES
               MOVE "Night ran CLEAN" TO STATUS-REPORT-LINE
               DISPLAY "Night of " WS-NIGHT-DATE " ran CLEAN"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "Night needs ATTENTION, see flagged steps above"
                   TO STATUS-REPORT-LINE
               DISPLAY "Night of " WS-NIGHT-DATE " needs ATTENTION, "
                   "see CALCSTAT.RPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM Write-Report-Line.

       Write-Count-Line.
           MOVE WS-COUNT-LINE TO STATUS-REPORT-LINE
           PERFORM Write-Report-Line.

       Write-Report-Line.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE THEN
               PERFORM Print-Page-Heading
           END-IF
           WRITE STATUS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       Print-Page-Heading.
           MOVE STATUS-REPORT-LINE TO WS-SAVE-LINE
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-1 TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE WS-HEADING-2 TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE WS-HEADING-3 TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT
           MOVE WS-SAVE-LINE TO STATUS-REPORT-LINE.
