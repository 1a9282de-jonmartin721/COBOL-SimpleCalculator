      ******************************************************************
      * Author:Jonathan Martin
      * Date:10/15/26
      * Purpose:Suspense aging report for the Example-Calculator
      *         suspense file. Buckets every open CALCSUSP.DAT item
      *         by the days it has waited since the batch suspended
      *         it (0-2, 3-7, 8-30 and over 30 days), broken out by
      *         account and by reject reason, and lists every item
      *         past the escalation threshold so supervisors can
      *         chase the old ones before they become write-offs.
      * Tectonics: cobc
      * Mod Log:
      *   10/15/26 - Initial version: aging by account and reason
      *              with an escalation list, selection from the
      *              CALCSAGP.DAT parameter file or the console.
      *              Items suspended before the batch began dating
      *              suspense records print in their own Undated
      *              column and are always escalated.
      *   10/15/26 - Append STARTED and ENDED step entries, with the
      *              completion status, return code and key counts,
      *              to the shared run-control log CALCRUNL.DAT for
      *              the morning status report (see Calc-Run-Status).
      *   10/15/26 - Suspense layout extended by the currency code the
      *              batch now writes behind the date suspended.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Suspense-Aging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-SUSPENSE-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "CALCSAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AGING-PARM-FILE ASSIGN TO "CALCSAGP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-SUSPENSE-FILE.
       01  CALC-SUSPENSE-RECORD.
           05  SP-TRANS-ID         PIC 9(6).
           05  SP-ACCOUNT-ID       PIC X(8).
           05  SP-NUM1             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  SP-NUM2             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  SP-OPERATOR         PIC X.
           05  SP-NUM1-TYPE        PIC X.
           05  SP-NUM2-TYPE        PIC X.
           05  SP-FILE-DATE        PIC X(8).
           05  SP-OVERRIDE         PIC X.
           05  SP-VALUE-DATE       PIC X(8).
           05  SP-REASON           PIC X(30).
           05  SP-SUSP-DATE        PIC X(8).
           05  SP-CURRENCY         PIC X(3).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE       PIC X(104).

       FD  AGING-PARM-FILE.
       01  AGING-PARM-RECORD.
           05  SA-AS-OF-DATE       PIC X(8).
           05  SA-THRESHOLD        PIC X(3).

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
       01  WS-SUSP-STATUS          PIC XX VALUE "00".
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

       01  WS-SUSP-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-SUSPENSE-FILE    VALUE "Y".
       01  WS-PARM-PRESENT-SWITCH  PIC X VALUE "N".
           88  PARM-FILE-PRESENT       VALUE "Y".

       01  WS-AS-OF-DATE           PIC X(8) VALUE SPACES.
       01  WS-AS-OF-NUMBER         PIC 9(8) VALUE ZEROES.
       01  WS-THRESHOLD-INPUT      PIC X(3) VALUE SPACES.
       01  WS-THRESHOLD            PIC 9(3) VALUE 30.

       01  WS-AGE-DAYS             PIC 9(5) VALUE ZEROES.
       01  WS-BUCKET               PIC 9(4) COMP VALUE ZEROES.
       01  WS-UNDATED-BUCKET       PIC 9(4) COMP VALUE 5.

       01  WS-AGING-TOTALS.
           05  WS-TOT-COUNT        PIC 9(6) OCCURS 5 TIMES.
       01  WS-GRAND-COUNT          PIC 9(6) VALUE ZEROES.
       01  WS-ESCALATE-COUNT       PIC 9(6) VALUE ZEROES.

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACCT-ID      PIC X(8).
               10  WS-ACCT-BUCKET  PIC 9(6) OCCURS 5 TIMES.
               10  WS-ACCT-TOTAL   PIC 9(6).
       01  WS-ACCT-SWAP.
           05  WS-SWAP-ACCT-ID     PIC X(8).
           05  WS-SWAP-BUCKET      PIC 9(6) OCCURS 5 TIMES.
           05  WS-SWAP-TOTAL       PIC 9(6).
       01  WS-ACCT-SUB             PIC 9(4) COMP VALUE ZEROES.
       01  WS-ACCT-FOUND-SWITCH    PIC X VALUE "N".
           88  ACCOUNT-FOUND           VALUE "Y".
       01  WS-ACCT-FULL-SWITCH     PIC X VALUE "N".
           88  ACCOUNT-TABLE-FULL      VALUE "Y".

       01  WS-REASON-TABLE.
           05  WS-REASON-COUNT     PIC 9(2) VALUE ZEROES.
           05  WS-REASON-ENTRY OCCURS 50 TIMES.
               10  WS-REASON-TEXT  PIC X(30).
               10  WS-REASON-BUCKET
                                   PIC 9(6) OCCURS 5 TIMES.
               10  WS-REASON-TOTAL PIC 9(6).
       01  WS-REASON-SUB           PIC 9(4) COMP VALUE ZEROES.
       01  WS-REASON-FOUND-SWITCH  PIC X VALUE "N".
           88  REASON-FOUND            VALUE "Y".
       01  WS-REASON-FULL-SWITCH   PIC X VALUE "N".
           88  REASON-TABLE-FULL       VALUE "Y".

       01  WS-SORT-SUB             PIC 9(4) COMP VALUE ZEROES.
       01  WS-SORTED-SWITCH        PIC X VALUE "N".
           88  SORT-PASS-CLEAN         VALUE "Y".

       01  WS-PAGE-NUM             PIC 9(4) VALUE ZEROES.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-COLUMN-HEADING       PIC X(104) VALUE SPACES.
       01  WS-SAVE-LINE            PIC X(104) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER              PIC X(24) VALUE
               "==== Example-Calculator ".
           05  FILLER              PIC X(27) VALUE
               "Suspense Aging Report      ".
           05  FILLER              PIC X(5) VALUE "Page ".
           05  WS-HDG-PAGE         PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER              PIC X(7) VALUE "As of: ".
           05  WS-HDG-AS-OF        PIC X(8).
           05  FILLER              PIC X(26) VALUE
               "   Escalation threshold: ".
           05  WS-HDG-THRESHOLD    PIC ZZ9.
           05  FILLER              PIC X(5) VALUE " days".

       01  WS-ACCOUNT-HEADING.
           05  FILLER              PIC X(32) VALUE "Account".
           05  FILLER              PIC X(10) VALUE "  0-2 days".
           05  FILLER              PIC X(10) VALUE "  3-7 days".
           05  FILLER              PIC X(10) VALUE " 8-30 days".
           05  FILLER              PIC X(10) VALUE "   Over 30".
           05  FILLER              PIC X(10) VALUE "   Undated".
           05  FILLER              PIC X(10) VALUE "     Total".
       01  WS-REASON-HEADING.
           05  FILLER              PIC X(32) VALUE "Reject reason".
           05  FILLER              PIC X(10) VALUE "  0-2 days".
           05  FILLER              PIC X(10) VALUE "  3-7 days".
           05  FILLER              PIC X(10) VALUE " 8-30 days".
           05  FILLER              PIC X(10) VALUE "   Over 30".
           05  FILLER              PIC X(10) VALUE "   Undated".
           05  FILLER              PIC X(10) VALUE "     Total".
       01  WS-ESCALATE-HEADING.
           05  FILLER              PIC X(8) VALUE "TransId ".
           05  FILLER              PIC X(9) VALUE "Account  ".
           05  FILLER              PIC X(9) VALUE "FileDate ".
           05  FILLER              PIC X(9) VALUE "SuspDate ".
           05  FILLER              PIC X(6) VALUE " Days ".
           05  FILLER              PIC X(15) VALUE "          Num1 ".
           05  FILLER              PIC X(15) VALUE "          Num2 ".
           05  FILLER              PIC X(3) VALUE "Op ".
           05  FILLER              PIC X(20) VALUE "Reason".

       01  WS-BUCKET-LINE.
           05  WS-BKT-LABEL        PIC X(30).
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-BKT-ENTRY OCCURS 6 TIMES.
               10  FILLER          PIC XXX.
               10  WS-BKT-COUNT    PIC ZZZ,ZZ9.

       01  WS-ESCALATE-LINE.
           05  WS-ESC-TRANS-ID     PIC 9(6).
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-ESC-ACCOUNT      PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ESC-FILE-DATE    PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ESC-SUSP-DATE    PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ESC-DAYS         PIC X(5).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ESC-NUM1         PIC ---,---,--9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ESC-NUM2         PIC ---,---,--9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ESC-OPERATOR     PIC X.
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-ESC-REASON       PIC X(30).
       01  WS-DAYS-EDIT            PIC ZZZZ9.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(30).
           05  WS-CNT-VALUE        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Aging-Main.
           PERFORM Read-Parm-File
           IF NOT PARM-FILE-PRESENT THEN
               PERFORM Accept-Selection
           END-IF
           PERFORM Apply-Defaults
           MOVE WS-AS-OF-DATE TO WS-STEP-SELECTION
           PERFORM Log-Step-Start
           OPEN INPUT CALC-SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00" THEN
               DISPLAY "CALCSUSP.DAT not found, nothing suspended"
               OPEN OUTPUT AGING-REPORT-FILE
               PERFORM Print-Page-Heading
               MOVE "No suspense file, nothing to age"
                   TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               CLOSE AGING-REPORT-FILE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE-FILE
               READ CALC-SUSPENSE-FILE
                   AT END
                       SET END-OF-SUSPENSE-FILE TO TRUE
                   NOT AT END
                       PERFORM Age-One-Record
               END-READ
           END-PERFORM
           CLOSE CALC-SUSPENSE-FILE
           PERFORM Sort-Account-Table
           OPEN OUTPUT AGING-REPORT-FILE
           PERFORM Print-Account-Section
           PERFORM Print-Reason-Section
           PERFORM Print-Escalation-Section
           PERFORM Print-Totals
           CLOSE AGING-REPORT-FILE
           DISPLAY "Aging report written to CALCSAGE.RPT, "
               WS-GRAND-COUNT " suspended, " WS-ESCALATE-COUNT
               " for escalation"
           IF ACCOUNT-TABLE-FULL THEN
               DISPLAY "Warning: over 2000 accounts in suspense, "
                   "account breakdown incomplete"
           END-IF
           IF REASON-TABLE-FULL THEN
               DISPLAY "Warning: over 50 reject reasons in "
                   "suspense, reason breakdown incomplete"
           END-IF
           MOVE "SUSPENDED" TO WS-STEP-LABEL (1)
           MOVE WS-GRAND-COUNT TO WS-STEP-VALUE (1)
           MOVE "ESCALATE" TO WS-STEP-LABEL (2)
           MOVE WS-ESCALATE-COUNT TO WS-STEP-VALUE (2)
           PERFORM Log-Step-End
           STOP RUN.

       Read-Parm-File.
           OPEN INPUT AGING-PARM-FILE
           IF WS-PARM-STATUS = "00" THEN
               READ AGING-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-PARM-PRESENT-SWITCH
                       MOVE SA-AS-OF-DATE TO WS-AS-OF-DATE
                       MOVE SA-THRESHOLD TO WS-THRESHOLD-INPUT
               END-READ
               CLOSE AGING-PARM-FILE
           END-IF.

       Accept-Selection.
           DISPLAY "Age as of date (YYYYMMDD, blank for today): "
               WITH NO ADVANCING
           ACCEPT WS-AS-OF-DATE
           DISPLAY "Escalate items older than how many days "
               "(blank for 30): " WITH NO ADVANCING
           ACCEPT WS-THRESHOLD-INPUT.

       Apply-Defaults.
           INITIALIZE WS-AGING-TOTALS
           IF WS-AS-OF-DATE = SPACES OR WS-AS-OF-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE
           END-IF
           MOVE WS-AS-OF-DATE TO WS-AS-OF-NUMBER
           IF WS-THRESHOLD-INPUT NOT = SPACES THEN
               COMPUTE WS-THRESHOLD =
                   FUNCTION NUMVAL (WS-THRESHOLD-INPUT)
           END-IF
           MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF
           MOVE WS-THRESHOLD TO WS-HDG-THRESHOLD.

      ******************************************************************
      * Age is calendar days from the date the batch suspended the
      * record to the as-of date. Records written before the batch
      * began stamping that date carry spaces there and fall in the
      * Undated bucket.
      ******************************************************************
       Compute-Age.
           IF SP-SUSP-DATE IS NUMERIC AND SP-SUSP-DATE > ZEROES THEN
               IF SP-SUSP-DATE > WS-AS-OF-DATE THEN
                   MOVE ZEROES TO WS-AGE-DAYS
               ELSE
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-AS-OF-NUMBER)
                       - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL (SP-SUSP-DATE))
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS < 3
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-AGE-DAYS < 8
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-AGE-DAYS < 31
                       MOVE 3 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET
               END-EVALUATE
           ELSE
               MOVE ZEROES TO WS-AGE-DAYS
               MOVE WS-UNDATED-BUCKET TO WS-BUCKET
           END-IF.

       Age-One-Record.
           PERFORM Compute-Age
           ADD 1 TO WS-TOT-COUNT (WS-BUCKET)
           ADD 1 TO WS-GRAND-COUNT
           PERFORM Tally-Account
           PERFORM Tally-Reason.

       Tally-Account.
           MOVE "N" TO WS-ACCT-FOUND-SWITCH
           MOVE 1 TO WS-ACCT-SUB
           PERFORM UNTIL ACCOUNT-FOUND OR WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-ACCT-ID (WS-ACCT-SUB) = SP-ACCOUNT-ID THEN
                   SET ACCOUNT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ACCT-SUB
               END-IF
           END-PERFORM
           IF NOT ACCOUNT-FOUND THEN
               IF WS-ACCT-COUNT < 2000 THEN
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
                   INITIALIZE WS-ACCT-ENTRY (WS-ACCT-SUB)
                   MOVE SP-ACCOUNT-ID TO WS-ACCT-ID (WS-ACCT-SUB)
               ELSE
                   SET ACCOUNT-TABLE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-ACCT-BUCKET (WS-ACCT-SUB WS-BUCKET)
           ADD 1 TO WS-ACCT-TOTAL (WS-ACCT-SUB).

       Tally-Reason.
           MOVE "N" TO WS-REASON-FOUND-SWITCH
           MOVE 1 TO WS-REASON-SUB
           PERFORM UNTIL REASON-FOUND OR
               WS-REASON-SUB > WS-REASON-COUNT
               IF WS-REASON-TEXT (WS-REASON-SUB) = SP-REASON THEN
                   SET REASON-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-REASON-SUB
               END-IF
           END-PERFORM
           IF NOT REASON-FOUND THEN
               IF WS-REASON-COUNT < 50 THEN
                   ADD 1 TO WS-REASON-COUNT
                   MOVE WS-REASON-COUNT TO WS-REASON-SUB
                   INITIALIZE WS-REASON-ENTRY (WS-REASON-SUB)
                   MOVE SP-REASON TO WS-REASON-TEXT (WS-REASON-SUB)
               ELSE
                   SET REASON-TABLE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-REASON-BUCKET (WS-REASON-SUB WS-BUCKET)
           ADD 1 TO WS-REASON-TOTAL (WS-REASON-SUB).

       Sort-Account-Table.
           MOVE "N" TO WS-SORTED-SWITCH
           PERFORM UNTIL SORT-PASS-CLEAN
               MOVE "Y" TO WS-SORTED-SWITCH
               MOVE 1 TO WS-SORT-SUB
               PERFORM UNTIL WS-SORT-SUB NOT < WS-ACCT-COUNT
                   PERFORM Compare-And-Swap
                   ADD 1 TO WS-SORT-SUB
               END-PERFORM
           END-PERFORM.

       Compare-And-Swap.
           IF WS-ACCT-ID (WS-SORT-SUB) >
               WS-ACCT-ID (WS-SORT-SUB + 1)
               MOVE WS-ACCT-ENTRY (WS-SORT-SUB) TO WS-ACCT-SWAP
               MOVE WS-ACCT-ENTRY (WS-SORT-SUB + 1)
                   TO WS-ACCT-ENTRY (WS-SORT-SUB)
               MOVE WS-ACCT-SWAP
                   TO WS-ACCT-ENTRY (WS-SORT-SUB + 1)
               MOVE "N" TO WS-SORTED-SWITCH
           END-IF.

       Print-Account-Section.
           MOVE WS-ACCOUNT-HEADING TO WS-COLUMN-HEADING
           PERFORM Print-Page-Heading
           MOVE "---- Aging by account ----" TO AGING-REPORT-LINE
           PERFORM Write-Report-Line
           IF WS-ACCT-COUNT = ZEROES THEN
               MOVE "No suspended transactions" TO AGING-REPORT-LINE
               PERFORM Write-Report-Line
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ACCT-SUB
           PERFORM UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               MOVE SPACES TO WS-BUCKET-LINE
               MOVE WS-ACCT-ID (WS-ACCT-SUB) TO WS-BKT-LABEL
               MOVE 1 TO WS-BUCKET
               PERFORM UNTIL WS-BUCKET > 5
                   MOVE WS-ACCT-BUCKET (WS-ACCT-SUB WS-BUCKET)
                       TO WS-BKT-COUNT (WS-BUCKET)
                   ADD 1 TO WS-BUCKET
               END-PERFORM
               MOVE WS-ACCT-TOTAL (WS-ACCT-SUB) TO WS-BKT-COUNT (6)
               MOVE WS-BUCKET-LINE TO AGING-REPORT-LINE
               PERFORM Write-Report-Line
               ADD 1 TO WS-ACCT-SUB
           END-PERFORM
           PERFORM Print-Bucket-Totals.

       Print-Reason-Section.
           MOVE WS-REASON-HEADING TO WS-COLUMN-HEADING
           PERFORM Print-Page-Heading
           MOVE "---- Aging by reject reason ----"
               TO AGING-REPORT-LINE
           PERFORM Write-Report-Line
           IF WS-REASON-COUNT = ZEROES THEN
               MOVE "No suspended transactions" TO AGING-REPORT-LINE
               PERFORM Write-Report-Line
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-REASON-SUB
           PERFORM UNTIL WS-REASON-SUB > WS-REASON-COUNT
               MOVE SPACES TO WS-BUCKET-LINE
               IF WS-REASON-TEXT (WS-REASON-SUB) = SPACES THEN
                   MOVE "(not recorded)" TO WS-BKT-LABEL
               ELSE
                   MOVE WS-REASON-TEXT (WS-REASON-SUB)
                       TO WS-BKT-LABEL
               END-IF
               MOVE 1 TO WS-BUCKET
               PERFORM UNTIL WS-BUCKET > 5
                   MOVE WS-REASON-BUCKET (WS-REASON-SUB WS-BUCKET)
                       TO WS-BKT-COUNT (WS-BUCKET)
                   ADD 1 TO WS-BUCKET
               END-PERFORM
               MOVE WS-REASON-TOTAL (WS-REASON-SUB)
                   TO WS-BKT-COUNT (6)
               MOVE WS-BUCKET-LINE TO AGING-REPORT-LINE
               PERFORM Write-Report-Line
               ADD 1 TO WS-REASON-SUB
           END-PERFORM
           PERFORM Print-Bucket-Totals.

       Print-Bucket-Totals.
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE "All suspended items" TO WS-BKT-LABEL
           MOVE 1 TO WS-BUCKET
           PERFORM UNTIL WS-BUCKET > 5
               MOVE WS-TOT-COUNT (WS-BUCKET)
                   TO WS-BKT-COUNT (WS-BUCKET)
               ADD 1 TO WS-BUCKET
           END-PERFORM
           MOVE WS-GRAND-COUNT TO WS-BKT-COUNT (6)
           MOVE SPACES TO AGING-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE WS-BUCKET-LINE TO AGING-REPORT-LINE
           PERFORM Write-Report-Line.

      ******************************************************************
      * Second pass over the suspense file: every item older than the
      * threshold, and every undated item, is listed in file order
      * with enough detail for the supervisor to chase it.
      ******************************************************************
       Print-Escalation-Section.
           MOVE WS-ESCALATE-HEADING TO WS-COLUMN-HEADING
           PERFORM Print-Page-Heading
           MOVE "---- Items for escalation ----" TO AGING-REPORT-LINE
           PERFORM Write-Report-Line
           OPEN INPUT CALC-SUSPENSE-FILE
           MOVE "N" TO WS-SUSP-EOF-SWITCH
           PERFORM UNTIL END-OF-SUSPENSE-FILE
               READ CALC-SUSPENSE-FILE
                   AT END
                       SET END-OF-SUSPENSE-FILE TO TRUE
                   NOT AT END
                       PERFORM Check-Escalation
               END-READ
           END-PERFORM
           CLOSE CALC-SUSPENSE-FILE
           IF WS-ESCALATE-COUNT = ZEROES THEN
               MOVE "No items past the escalation threshold"
                   TO AGING-REPORT-LINE
               PERFORM Write-Report-Line
           END-IF.

       Check-Escalation.
           PERFORM Compute-Age
           IF WS-BUCKET NOT = WS-UNDATED-BUCKET AND
               WS-AGE-DAYS NOT > WS-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ESCALATE-COUNT
           MOVE SP-TRANS-ID TO WS-ESC-TRANS-ID
           MOVE SP-ACCOUNT-ID TO WS-ESC-ACCOUNT
           MOVE SP-FILE-DATE TO WS-ESC-FILE-DATE
           IF WS-BUCKET = WS-UNDATED-BUCKET THEN
               MOVE "undated" TO WS-ESC-SUSP-DATE
               MOVE "    ?" TO WS-ESC-DAYS
           ELSE
               MOVE SP-SUSP-DATE TO WS-ESC-SUSP-DATE
               MOVE WS-AGE-DAYS TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-ESC-DAYS
           END-IF
           MOVE SP-NUM1 TO WS-ESC-NUM1
           MOVE SP-NUM2 TO WS-ESC-NUM2
           MOVE SP-OPERATOR TO WS-ESC-OPERATOR
           MOVE SP-REASON TO WS-ESC-REASON
           MOVE WS-ESCALATE-LINE TO AGING-REPORT-LINE
           PERFORM Write-Report-Line.

       Print-Totals.
           MOVE SPACES TO AGING-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "Suspended items..............." TO WS-CNT-LABEL
           MOVE WS-GRAND-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO AGING-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "Accounts in suspense.........." TO WS-CNT-LABEL
           MOVE WS-ACCT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO AGING-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "Items for escalation.........." TO WS-CNT-LABEL
           MOVE WS-ESCALATE-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO AGING-REPORT-LINE
           PERFORM Write-Report-Line.

       Write-Report-Line.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE THEN
               PERFORM Print-Page-Heading
           END-IF
           WRITE AGING-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       Print-Page-Heading.
           MOVE AGING-REPORT-LINE TO WS-SAVE-LINE
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-1 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-HEADING-2 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-COLUMN-HEADING TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT
           MOVE WS-SAVE-LINE TO AGING-REPORT-LINE.

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
           MOVE "Calc-Suspense-Aging" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
