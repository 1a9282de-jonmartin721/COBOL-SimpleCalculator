      ******************************************************************
      * Author:Jonathan Martin
      * Date:10/15/26
      * Purpose:End-of-intake check for the Example-Calculator. For a
      *         night it compares the sets Example-Calculator posted and
      *         registered in CALCFREG.DAT against the arrival schedule
      *         on the sending-system master CALCSRCM.DAT, and lists
      *         every sender that was due that night but sent no set,
      *         with its contact, and every sender that sent a set on
      *         a night it was not expected. A sender whose cutoff has
      *         not yet passed is shown as pending rather than missing.
      * Tectonics: cobc
      * Mod Log:
      *   10/15/26 - Initial version: night from the CALCINTP.DAT
      *              parameter file or the console, report to
      *              CALCINTK.RPT, STARTED and ENDED entries on
      *              CALCRUNL.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Intake-Check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-SOURCE-MASTER ASSIGN TO "CALCSRCM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCM-STATUS.
           SELECT CALC-FILE-REGISTRY ASSIGN TO "CALCFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREG-STATUS.
           SELECT INTAKE-PARM-FILE ASSIGN TO "CALCINTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT INTAKE-REPORT-FILE ASSIGN TO "CALCINTK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-SOURCE-MASTER.
       01  CALC-SOURCE-RECORD.
           05  SM-SOURCE-ID        PIC X(8).
           05  SM-STATUS           PIC X.
           05  SM-ARRIVAL-DAYS     PIC X(7).
           05  SM-ARRIVAL-TABLE REDEFINES SM-ARRIVAL-DAYS.
               10  SM-ARRIVAL-DAY OCCURS 7 TIMES
                                   PIC X.
           05  SM-CUTOFF-TIME      PIC 9(4).
           05  SM-LOW-TRANS-ID     PIC 9(6).
           05  SM-HIGH-TRANS-ID    PIC 9(6).
           05  SM-CONTACT          PIC X(40).

       FD  CALC-FILE-REGISTRY.
       01  CALC-FILE-REG-RECORD.
           05  FR-FILE-DATE        PIC 9(8).
           05  FR-SOURCE-ID        PIC X(8).

       FD  INTAKE-PARM-FILE.
       01  INTAKE-PARM-RECORD.
           05  IP-NIGHT-DATE       PIC X(8).

       FD  INTAKE-REPORT-FILE.
       01  INTAKE-REPORT-LINE      PIC X(132).

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
       01  WS-SRCM-STATUS          PIC XX VALUE "00".
       01  WS-FREG-STATUS          PIC XX VALUE "00".
       01  WS-PARM-STATUS          PIC XX VALUE "00".
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

       01  WS-PARM-PRESENT-SWITCH  PIC X VALUE "N".
           88  PARM-FILE-PRESENT       VALUE "Y".
       01  WS-SRCM-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-SOURCE-MASTER    VALUE "Y".
       01  WS-FREG-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-FILE-REGISTRY    VALUE "Y".
       01  WS-RCV-FOUND-SWITCH     PIC X VALUE "N".
           88  RECEIVED-FOUND          VALUE "Y".

       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-NIGHT-DATE           PIC X(8) VALUE SPACES.
       01  WS-NIGHT-NUMBER         PIC 9(8) VALUE ZEROES.
       01  WS-MORNING-NUMBER       PIC 9(8) VALUE ZEROES.
       01  WS-DATE-INTEGER         PIC 9(8) VALUE ZEROES.
       01  WS-WEEK-NUMBER          PIC 9(8) VALUE ZEROES.
       01  WS-DAY-REM              PIC 9 VALUE ZEROES.
       01  WS-DAY-INDEX            PIC 9 VALUE ZEROES.
       01  WS-DAY-CODE             PIC X VALUE SPACE.
           88  DAY-DUE                 VALUE "Y".
           88  DAY-OPTIONAL            VALUE "O".
       01  WS-CUTOFF-STAMP         PIC X(12) VALUE SPACES.
       01  WS-NOW-STAMP            PIC X(12) VALUE SPACES.

       01  WS-DAY-NAMES            PIC X(21) VALUE
           "MonTueWedThuFriSatSun".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME OCCURS 7 TIMES
                                   PIC X(3).

       01  WS-RCV-TABLE.
           05  WS-RCV-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-RCV-ENTRY OCCURS 200 TIMES.
               10  WS-RCV-SOURCE   PIC X(8).
               10  WS-RCV-SETS     PIC 9(3).
               10  WS-RCV-MATCHED  PIC X.
       01  WS-RCV-SUB              PIC 9(4) COMP VALUE ZEROES.
       01  WS-RCV-FOUND-SUB        PIC 9(4) COMP VALUE ZEROES.
       01  WS-SETS-RECEIVED        PIC 9(3) VALUE ZEROES.

       01  WS-SOURCE-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-DUE-COUNT            PIC 9(4) VALUE ZEROES.
       01  WS-RECEIVED-COUNT       PIC 9(4) VALUE ZEROES.
       01  WS-MISSING-COUNT        PIC 9(4) VALUE ZEROES.
       01  WS-PENDING-COUNT        PIC 9(4) VALUE ZEROES.
       01  WS-UNEXPECTED-COUNT     PIC 9(4) VALUE ZEROES.
       01  WS-UNKNOWN-COUNT        PIC 9(4) VALUE ZEROES.

       01  WS-PAGE-NUM             PIC 9(4) VALUE ZEROES.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-SAVE-LINE            PIC X(132) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER              PIC X(24) VALUE
               "==== Example-Calculator ".
           05  FILLER              PIC X(27) VALUE
               "End-of-Intake Check        ".
           05  FILLER              PIC X(5) VALUE "Page ".
           05  WS-HDG-PAGE         PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER              PIC X(7) VALUE "Night: ".
           05  WS-HDG-NIGHT        PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-HDG-DAY          PIC X(3).
           05  FILLER              PIC X(15) VALUE
               "   Checked at: ".
           05  WS-HDG-STAMP        PIC X(14).
       01  WS-HEADING-3.
           05  FILLER              PIC X(9) VALUE "Source   ".
           05  FILLER              PIC X(4) VALUE "St  ".
           05  FILLER              PIC X(8) VALUE "MTWTFSS ".
           05  FILLER              PIC X(6) VALUE "Cutoff".
           05  FILLER              PIC X(15) VALUE
               " Trans ids     ".
           05  FILLER              PIC X(5) VALUE "Sets ".
           05  FILLER              PIC X(25) VALUE
               "Result                   ".
           05  FILLER              PIC X(7) VALUE "Contact".

       01  WS-DETAIL-LINE.
           05  WS-DTL-SOURCE       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-STATUS       PIC X.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DTL-DAYS         PIC X(7).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-CUTOFF-HH    PIC X(2).
           05  WS-DTL-CUTOFF-SEP   PIC X.
           05  WS-DTL-CUTOFF-MM    PIC X(2).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-LOW-ID       PIC X(6).
           05  WS-DTL-RANGE-SEP    PIC X.
           05  WS-DTL-HIGH-ID      PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-SETS         PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-RESULT       PIC X(24).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-CONTACT      PIC X(40).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(30).
           05  WS-CNT-VALUE        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Intake-Check-Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:12) TO WS-NOW-STAMP
           PERFORM Read-Parm-File
           IF NOT PARM-FILE-PRESENT THEN
               DISPLAY "Night to check (YYYYMMDD, blank for last "
                   "night): " WITH NO ADVANCING
               ACCEPT WS-NIGHT-DATE
           END-IF
           PERFORM Set-Night-Date
           MOVE WS-NIGHT-DATE TO WS-STEP-SELECTION
           PERFORM Log-Step-Start
           OPEN INPUT CALC-SOURCE-MASTER
           IF WS-SRCM-STATUS NOT = "00" THEN
               DISPLAY "CALCSRCM.DAT not found, intake not checked"
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           PERFORM Load-Received-Sets
           OPEN OUTPUT INTAKE-REPORT-FILE
           PERFORM Print-Page-Heading
           PERFORM UNTIL END-OF-SOURCE-MASTER
               READ CALC-SOURCE-MASTER
                   AT END
                       SET END-OF-SOURCE-MASTER TO TRUE
                   NOT AT END
                       IF SM-SOURCE-ID NOT = SPACES THEN
                           PERFORM Check-One-Source
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-SOURCE-MASTER
           PERFORM Print-Unknown-Sources
           PERFORM Print-Totals
           CLOSE INTAKE-REPORT-FILE
           DISPLAY "==== Calc-Intake-Check Summary ===="
           DISPLAY "Night................: " WS-NIGHT-DATE " "
               WS-DAY-NAME (WS-DAY-INDEX)
           DISPLAY "Senders due..........: " WS-DUE-COUNT
           DISPLAY "Senders received.....: " WS-RECEIVED-COUNT
           DISPLAY "Missing..............: " WS-MISSING-COUNT
           DISPLAY "Pending, before cutoff: " WS-PENDING-COUNT
           DISPLAY "Sent when not expected: " WS-UNEXPECTED-COUNT
           DISPLAY "Not on source master.: " WS-UNKNOWN-COUNT
           DISPLAY "Report written to CALCINTK.RPT"
           DISPLAY "==================================="
           EVALUATE TRUE
               WHEN WS-MISSING-COUNT > ZEROES
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNEXPECTED-COUNT > ZEROES OR
                   WS-UNKNOWN-COUNT > ZEROES
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE "DUE" TO WS-STEP-LABEL (1)
           MOVE WS-DUE-COUNT TO WS-STEP-VALUE (1)
           MOVE "RECEIVED" TO WS-STEP-LABEL (2)
           MOVE WS-RECEIVED-COUNT TO WS-STEP-VALUE (2)
           MOVE "MISSING" TO WS-STEP-LABEL (3)
           MOVE WS-MISSING-COUNT TO WS-STEP-VALUE (3)
           MOVE "PENDING" TO WS-STEP-LABEL (4)
           MOVE WS-PENDING-COUNT TO WS-STEP-VALUE (4)
           MOVE "UNEXPECTED" TO WS-STEP-LABEL (5)
           MOVE WS-UNEXPECTED-COUNT TO WS-STEP-VALUE (5)
           PERFORM Log-Step-End
           STOP RUN.

       Read-Parm-File.
           OPEN INPUT INTAKE-PARM-FILE
           IF WS-PARM-STATUS = "00" THEN
               READ INTAKE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-PARM-PRESENT-SWITCH
                       MOVE IP-NIGHT-DATE TO WS-NIGHT-DATE
               END-READ
               CLOSE INTAKE-PARM-FILE
           END-IF.

      ******************************************************************
      * As in Calc-Run-Status, with no date given the check covers the
      * night just ended: yesterday's before noon, today's from noon
      * on. Day 1 of the integer calendar (1 January 1601) was a
      * Monday, so the remainder of (day - 1) / 7 gives the weekday,
      * 1 for Monday through 7 for Sunday - the order of the arrival
      * flags on the source master.
      ******************************************************************
       Set-Night-Date.
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
               FUNCTION INTEGER-OF-DATE (WS-NIGHT-NUMBER)
           SUBTRACT 1 FROM WS-DATE-INTEGER
           DIVIDE WS-DATE-INTEGER BY 7
               GIVING WS-WEEK-NUMBER REMAINDER WS-DAY-REM
           COMPUTE WS-DAY-INDEX = WS-DAY-REM + 1
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NIGHT-NUMBER) + 1
           COMPUTE WS-MORNING-NUMBER =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           MOVE WS-NIGHT-DATE TO WS-HDG-NIGHT
           MOVE WS-DAY-NAME (WS-DAY-INDEX) TO WS-HDG-DAY
           MOVE WS-CURRENT-DATETIME (1:14) TO WS-HDG-STAMP.

      ******************************************************************
      * CALCFREG.DAT holds one line per set Example-Calculator posted,
      * under the set's HDR file date. A set that failed - out of
      * balance, unknown source, transaction id out of range - is
      * never registered, so its sender shows here as not received.
      ******************************************************************
       Load-Received-Sets.
           OPEN INPUT CALC-FILE-REGISTRY
           IF WS-FREG-STATUS NOT = "00" THEN
               DISPLAY "CALCFREG.DAT not found, no sets received"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE-REGISTRY
               READ CALC-FILE-REGISTRY
                   AT END
                       SET END-OF-FILE-REGISTRY TO TRUE
                   NOT AT END
                       IF FR-FILE-DATE = WS-NIGHT-NUMBER THEN
                           PERFORM Note-Received-Set
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-FILE-REGISTRY.

       Note-Received-Set.
           MOVE "N" TO WS-RCV-FOUND-SWITCH
           MOVE 1 TO WS-RCV-SUB
           PERFORM UNTIL RECEIVED-FOUND OR WS-RCV-SUB > WS-RCV-COUNT
               IF WS-RCV-SOURCE (WS-RCV-SUB) = FR-SOURCE-ID THEN
                   SET RECEIVED-FOUND TO TRUE
                   ADD 1 TO WS-RCV-SETS (WS-RCV-SUB)
               END-IF
               ADD 1 TO WS-RCV-SUB
           END-PERFORM
           IF NOT RECEIVED-FOUND AND WS-RCV-COUNT < 200 THEN
               ADD 1 TO WS-RCV-COUNT
               MOVE FR-SOURCE-ID TO WS-RCV-SOURCE (WS-RCV-COUNT)
               MOVE 1 TO WS-RCV-SETS (WS-RCV-COUNT)
               MOVE "N" TO WS-RCV-MATCHED (WS-RCV-COUNT)
           END-IF.

       Find-Received-Source.
           MOVE ZEROES TO WS-SETS-RECEIVED
           MOVE ZEROES TO WS-RCV-FOUND-SUB
           MOVE "N" TO WS-RCV-FOUND-SWITCH
           MOVE 1 TO WS-RCV-SUB
           PERFORM UNTIL RECEIVED-FOUND OR WS-RCV-SUB > WS-RCV-COUNT
               IF WS-RCV-SOURCE (WS-RCV-SUB) = SM-SOURCE-ID THEN
                   SET RECEIVED-FOUND TO TRUE
                   MOVE WS-RCV-SUB TO WS-RCV-FOUND-SUB
                   MOVE WS-RCV-SETS (WS-RCV-SUB) TO WS-SETS-RECEIVED
                   MOVE "Y" TO WS-RCV-MATCHED (WS-RCV-SUB)
               END-IF
               ADD 1 TO WS-RCV-SUB
           END-PERFORM.

      ******************************************************************
      * Each arrival flag is Y (due that night), O (may send, not
      * due - month-end and ad hoc feeds such as ACCRUAL) or N (not
      * expected). A cutoff before noon falls the next morning. A due
      * sender with nothing registered is missing once its cutoff
      * has passed and pending until then; an inactive sender is
      * never due.
      ******************************************************************
       Check-One-Source.
           ADD 1 TO WS-SOURCE-COUNT
           PERFORM Find-Received-Source
           MOVE FUNCTION UPPER-CASE (SM-ARRIVAL-DAY (WS-DAY-INDEX))
               TO WS-DAY-CODE
           IF FUNCTION UPPER-CASE (SM-STATUS) NOT = "A" THEN
               MOVE "N" TO WS-DAY-CODE
           END-IF
           MOVE SPACES TO WS-DTL-RESULT
           EVALUATE TRUE
               WHEN DAY-DUE AND WS-SETS-RECEIVED > ZEROES
                   ADD 1 TO WS-DUE-COUNT
                   ADD 1 TO WS-RECEIVED-COUNT
                   MOVE "RECEIVED" TO WS-DTL-RESULT
               WHEN DAY-DUE
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM Set-Cutoff-Stamp
                   IF WS-NOW-STAMP < WS-CUTOFF-STAMP THEN
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE "PENDING, before cutoff" TO WS-DTL-RESULT
                   ELSE
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE "** MISSING, not received"
                           TO WS-DTL-RESULT
                   END-IF
               WHEN DAY-OPTIONAL AND WS-SETS-RECEIVED > ZEROES
                   ADD 1 TO WS-RECEIVED-COUNT
                   MOVE "RECEIVED (optional day)" TO WS-DTL-RESULT
               WHEN DAY-OPTIONAL
                   MOVE "not due" TO WS-DTL-RESULT
               WHEN WS-SETS-RECEIVED > ZEROES
                   ADD 1 TO WS-RECEIVED-COUNT
                   ADD 1 TO WS-UNEXPECTED-COUNT
                   MOVE "** SENT, NOT EXPECTED" TO WS-DTL-RESULT
               WHEN FUNCTION UPPER-CASE (SM-STATUS) NOT = "A"
                   MOVE "inactive" TO WS-DTL-RESULT
               WHEN OTHER
                   MOVE "not due" TO WS-DTL-RESULT
           END-EVALUATE
           MOVE SM-SOURCE-ID TO WS-DTL-SOURCE
           MOVE SM-STATUS TO WS-DTL-STATUS
           MOVE SM-ARRIVAL-DAYS TO WS-DTL-DAYS
           MOVE SM-CUTOFF-TIME (1:2) TO WS-DTL-CUTOFF-HH
           MOVE ":" TO WS-DTL-CUTOFF-SEP
           MOVE SM-CUTOFF-TIME (3:2) TO WS-DTL-CUTOFF-MM
           MOVE SM-LOW-TRANS-ID TO WS-DTL-LOW-ID
           MOVE "-" TO WS-DTL-RANGE-SEP
           MOVE SM-HIGH-TRANS-ID TO WS-DTL-HIGH-ID
           MOVE WS-SETS-RECEIVED TO WS-DTL-SETS
           MOVE SM-CONTACT TO WS-DTL-CONTACT
           MOVE WS-DETAIL-LINE TO INTAKE-REPORT-LINE
           PERFORM Write-Report-Line.

       Set-Cutoff-Stamp.
           IF SM-CUTOFF-TIME NOT NUMERIC THEN
               MOVE SPACES TO WS-CUTOFF-STAMP
               EXIT PARAGRAPH
           END-IF
           IF SM-CUTOFF-TIME < 1200 THEN
               MOVE WS-MORNING-NUMBER TO WS-CUTOFF-STAMP (1:8)
           ELSE
               MOVE WS-NIGHT-NUMBER TO WS-CUTOFF-STAMP (1:8)
           END-IF
           MOVE SM-CUTOFF-TIME TO WS-CUTOFF-STAMP (9:4).

      ******************************************************************
      * A set registered under a source that is not on the master was
      * posted before the master existed or before the source was
      * removed from it; it is listed so the master can be put right.
      ******************************************************************
       Print-Unknown-Sources.
           MOVE 1 TO WS-RCV-SUB
           PERFORM UNTIL WS-RCV-SUB > WS-RCV-COUNT
               IF WS-RCV-MATCHED (WS-RCV-SUB) = "N" THEN
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-RCV-SOURCE (WS-RCV-SUB) TO WS-DTL-SOURCE
                   MOVE WS-RCV-SETS (WS-RCV-SUB) TO WS-DTL-SETS
                   MOVE "** NOT ON SOURCE MASTER" TO WS-DTL-RESULT
                   MOVE WS-DETAIL-LINE TO INTAKE-REPORT-LINE
                   PERFORM Write-Report-Line
               END-IF
               ADD 1 TO WS-RCV-SUB
           END-PERFORM.

       Print-Totals.
           MOVE SPACES TO INTAKE-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "Sending systems on master....." TO WS-CNT-LABEL
           MOVE WS-SOURCE-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Due tonight..................." TO WS-CNT-LABEL
           MOVE WS-DUE-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Received......................" TO WS-CNT-LABEL
           MOVE WS-RECEIVED-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Due but missing..............." TO WS-CNT-LABEL
           MOVE WS-MISSING-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Due, cutoff not yet passed...." TO WS-CNT-LABEL
           MOVE WS-PENDING-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Sent when not expected........" TO WS-CNT-LABEL
           MOVE WS-UNEXPECTED-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Registered, not on master....." TO WS-CNT-LABEL
           MOVE WS-UNKNOWN-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           IF WS-MISSING-COUNT = ZEROES AND
               WS-UNEXPECTED-COUNT = ZEROES AND
               WS-UNKNOWN-COUNT = ZEROES
               MOVE "Intake complete: every due sender received, no "
                   TO INTAKE-REPORT-LINE
               MOVE "unexpected arrivals"
                   TO INTAKE-REPORT-LINE (48:19)
               PERFORM Write-Report-Line
           END-IF.

       Write-Count-Line.
           MOVE WS-COUNT-LINE TO INTAKE-REPORT-LINE
           PERFORM Write-Report-Line.

       Write-Report-Line.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE THEN
               PERFORM Print-Page-Heading
           END-IF
           WRITE INTAKE-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       Print-Page-Heading.
           MOVE INTAKE-REPORT-LINE TO WS-SAVE-LINE
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-1 TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           MOVE WS-HEADING-2 TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           MOVE WS-HEADING-3 TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           MOVE SPACES TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT
           MOVE WS-SAVE-LINE TO INTAKE-REPORT-LINE.

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
           MOVE "Calc-Intake-Check" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
