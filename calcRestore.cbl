      ******************************************************************
      * Author:Jonathan Martin
      * Date:10/15/26
      * Purpose:Archive restore for the Example-Calculator history.
      *         Brings records that Calc-History-Archive moved out to
      *         CALCHARC.DAT back into the live history CALCHIST.DAT
      *         under their original calc ids - for an auditor's
      *         review, or so a chained transaction whose "R" operand
      *         names a purged calc id can post. Records are selected
      *         by one calc id, a calc id range, an account or a run
      *         date, and every restored record carries a hold date
      *         before which the next archive run leaves it live. A
      *         calc id that is already live is never overwritten.
      *         Restored records are removed from the archive so no
      *         record is ever in both files, and a restore register
      *         CALCRSTR.RPT lists what was done.
      * Tectonics: cobc
      * Mod Log:
      *   10/15/26 - Initial version: selection from the CALCRSTP.DAT
      *              parameter file or the console, hold date
      *              defaulting to 90 days out, archive rewritten
      *              through CALCHARW.DAT, restore register, STARTED
      *              and ENDED entries on CALCRUNL.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Archive-Restore.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CALC-ID
               ALTERNATE RECORD KEY IS CH-ACCT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CALC-ARCHIVE-FILE ASSIGN TO "CALCHARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CALC-ARCHIVE-WORK ASSIGN TO "CALCHARW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCW-STATUS.
           SELECT RESTORE-PARM-FILE ASSIGN TO "CALCRSTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RESTORE-REGISTER-FILE ASSIGN TO "CALCRSTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HISTORY-FILE.
       01  CALC-HISTORY-RECORD.
           05  CH-CALC-ID          PIC 9(6).
           05  CH-RUN-ID           PIC X(14).
           05  CH-TRANS-ID         PIC 9(6).
           05  CH-ACCOUNT-ID       PIC X(8).
           05  CH-NUM1             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  CH-NUM2             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
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
           05  AR-CALC-ID          PIC 9(6).
           05  AR-RUN-ID           PIC X(14).
           05  AR-TRANS-ID         PIC 9(6).
           05  AR-ACCOUNT-ID       PIC X(8).
           05  AR-NUM1             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  AR-NUM2             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  AR-OPERATOR         PIC X.
           05  AR-RESULT           PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  AR-CURRENCY         PIC X(3).
           05  AR-FX-RATE          PIC 9(5)V9(6).
           05  AR-BASE-RESULT      PIC S9(11)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  AR-ACCT-DATE-KEY.
               10  AR-KEY-ACCOUNT  PIC X(8).
               10  AR-POST-DATE    PIC X(8).
           05  AR-HOLD-DATE        PIC X(8).

       FD  CALC-ARCHIVE-WORK.
       01  CALC-ARCHIVE-WORK-REC   PIC X(117).

       FD  RESTORE-PARM-FILE.
       01  RESTORE-PARM-RECORD.
           05  RQ-SELECT-TYPE      PIC X.
           05  RQ-FROM-ID          PIC X(6).
           05  RQ-TO-ID            PIC X(6).
           05  RQ-ACCOUNT          PIC X(8).
           05  RQ-RUN-DATE         PIC X(8).
           05  RQ-HOLD-DATE        PIC X(8).
           05  RQ-REFERENCE        PIC X(20).

       FD  RESTORE-REGISTER-FILE.
       01  RESTORE-REGISTER-LINE   PIC X(104).

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
       01  WS-ARCW-STATUS          PIC XX VALUE "00".
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
       01  WS-ARCH-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-ARCHIVE-FILE     VALUE "Y".
       01  WS-ARCW-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-ARCHIVE-WORK     VALUE "Y".
       01  WS-SELECTED-SWITCH      PIC X VALUE "N".
           88  RECORD-SELECTED         VALUE "Y".
       01  WS-SELECTION-SWITCH     PIC X VALUE "N".
           88  SELECTION-VALID         VALUE "Y".

       01  WS-SELECT-TYPE          PIC X VALUE SPACE.
           88  SELECT-BY-CALC-ID       VALUE "C".
           88  SELECT-BY-RANGE         VALUE "R".
           88  SELECT-BY-ACCOUNT       VALUE "A".
           88  SELECT-BY-RUN-DATE      VALUE "D".
       01  WS-FROM-INPUT           PIC X(6) VALUE SPACES.
       01  WS-TO-INPUT             PIC X(6) VALUE SPACES.
       01  WS-FROM-ID              PIC 9(6) VALUE ZEROES.
       01  WS-TO-ID                PIC 9(6) VALUE ZEROES.
       01  WS-SEL-ACCOUNT          PIC X(8) VALUE SPACES.
       01  WS-SEL-RUN-DATE         PIC X(8) VALUE SPACES.
       01  WS-HOLD-INPUT           PIC X(8) VALUE SPACES.
       01  WS-HOLD-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-HOLD-DAYS            PIC 9(3) VALUE 90.
       01  WS-DATE-INTEGER         PIC 9(8) VALUE ZEROES.
       01  WS-REFERENCE            PIC X(20) VALUE SPACES.
       01  WS-SELECTION-TEXT       PIC X(30) VALUE SPACES.

       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-TODAY                PIC 9(8) VALUE ZEROES.
       01  WS-ARCHIVE-IMAGE        PIC X(117) VALUE SPACES.
       01  WS-ACTION-TEXT          PIC X(34) VALUE SPACES.

       01  WS-READ-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-SELECTED-COUNT       PIC 9(6) VALUE ZEROES.
       01  WS-RESTORED-COUNT       PIC 9(6) VALUE ZEROES.
       01  WS-REFUSED-COUNT        PIC 9(6) VALUE ZEROES.
       01  WS-DROPPED-COUNT        PIC 9(6) VALUE ZEROES.
       01  WS-KEPT-COUNT           PIC 9(6) VALUE ZEROES.

       01  WS-PAGE-NUM             PIC 9(4) VALUE ZEROES.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-SAVE-LINE            PIC X(104) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER              PIC X(24) VALUE
               "==== Example-Calculator ".
           05  FILLER              PIC X(27) VALUE
               "Archive Restore Register   ".
           05  FILLER              PIC X(5) VALUE "Page ".
           05  WS-HDG-PAGE         PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER              PIC X(11) VALUE "Selection: ".
           05  WS-HDG-SELECTION    PIC X(30).
           05  FILLER              PIC X(15) VALUE
               "   Hold until: ".
           05  WS-HDG-HOLD-DATE    PIC 9(8).
           05  FILLER              PIC X(14) VALUE
               "   Reference: ".
           05  WS-HDG-REFERENCE    PIC X(20).
       01  WS-HEADING-3.
           05  FILLER              PIC X(7) VALUE "CalcId ".
           05  FILLER              PIC X(15) VALUE "Run id         ".
           05  FILLER              PIC X(7) VALUE "TranId ".
           05  FILLER              PIC X(9) VALUE "Account  ".
           05  FILLER              PIC X(11) VALUE "     Result".
           05  FILLER              PIC X(5) VALUE " Cur ".
           05  FILLER              PIC X(9) VALUE "Posted   ".
           05  FILLER              PIC X(6) VALUE "Action".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CALC-ID      PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-RUN-ID       PIC X(14).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-TRANS-ID     PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-ACCOUNT      PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-RESULT       PIC -ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-CURRENCY     PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-POST-DATE    PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-ACTION       PIC X(34).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(30).
           05  WS-CNT-VALUE        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Restore-Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-TODAY
           PERFORM Read-Parm-File
           IF NOT PARM-FILE-PRESENT THEN
               PERFORM Accept-Selection
           END-IF
           PERFORM Validate-Selection
           IF NOT SELECTION-VALID THEN
               DISPLAY "Nothing restored"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Log-Step-Start
           OPEN I-O CALC-HISTORY-FILE
           IF WS-HIST-STATUS = "35" THEN
               OPEN OUTPUT CALC-HISTORY-FILE
               CLOSE CALC-HISTORY-FILE
               OPEN I-O CALC-HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00" THEN
               DISPLAY "CALCHIST.DAT not usable (status "
                   WS-HIST-STATUS "), nothing restored"
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           OPEN INPUT CALC-ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00" THEN
               DISPLAY "CALCHARC.DAT not available, nothing restored"
               CLOSE CALC-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           OPEN OUTPUT CALC-ARCHIVE-WORK
           OPEN OUTPUT RESTORE-REGISTER-FILE
           PERFORM Print-Page-Heading
           PERFORM UNTIL END-OF-ARCHIVE-FILE
               READ CALC-ARCHIVE-FILE
                   AT END
                       SET END-OF-ARCHIVE-FILE TO TRUE
                   NOT AT END
                       PERFORM Restore-Or-Keep-Record
               END-READ
           END-PERFORM
           CLOSE CALC-ARCHIVE-FILE
           CLOSE CALC-ARCHIVE-WORK
           CLOSE CALC-HISTORY-FILE
           IF WS-RESTORED-COUNT > ZEROES OR
               WS-DROPPED-COUNT > ZEROES
               PERFORM Rewrite-Archive-File
           END-IF
           OPEN OUTPUT CALC-ARCHIVE-WORK
           CLOSE CALC-ARCHIVE-WORK
           PERFORM Print-Register-Totals
           CLOSE RESTORE-REGISTER-FILE
           DISPLAY "==== Calc-Archive-Restore Summary ===="
           DISPLAY "Archive records read.: " WS-READ-COUNT
           DISPLAY "Selected.............: " WS-SELECTED-COUNT
           DISPLAY "Restored.............: " WS-RESTORED-COUNT
           DISPLAY "Refused, id live.....: " WS-REFUSED-COUNT
           DISPLAY "Register written to CALCRSTR.RPT"
           DISPLAY "======================================"
           EVALUATE TRUE
               WHEN WS-REFUSED-COUNT > ZEROES
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SELECTED-COUNT = ZEROES
                   DISPLAY "No archived records matched the selection"
                   MOVE "WARNING" TO WS-STEP-STATUS
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE "SELECTED" TO WS-STEP-LABEL (1)
           MOVE WS-SELECTED-COUNT TO WS-STEP-VALUE (1)
           MOVE "RESTORED" TO WS-STEP-LABEL (2)
           MOVE WS-RESTORED-COUNT TO WS-STEP-VALUE (2)
           MOVE "REFUSED" TO WS-STEP-LABEL (3)
           MOVE WS-REFUSED-COUNT TO WS-STEP-VALUE (3)
           PERFORM Log-Step-End
           STOP RUN.

       Read-Parm-File.
           OPEN INPUT RESTORE-PARM-FILE
           IF WS-PARM-STATUS = "00" THEN
               READ RESTORE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-PARM-PRESENT-SWITCH
                       MOVE RQ-SELECT-TYPE TO WS-SELECT-TYPE
                       MOVE RQ-FROM-ID TO WS-FROM-INPUT
                       MOVE RQ-TO-ID TO WS-TO-INPUT
                       MOVE RQ-ACCOUNT TO WS-SEL-ACCOUNT
                       MOVE RQ-RUN-DATE TO WS-SEL-RUN-DATE
                       MOVE RQ-HOLD-DATE TO WS-HOLD-INPUT
                       MOVE RQ-REFERENCE TO WS-REFERENCE
               END-READ
               CLOSE RESTORE-PARM-FILE
           END-IF.

       Accept-Selection.
           DISPLAY "Restore by (C=Calc id, R=Id range, A=Account, "
               "D=Run date): " WITH NO ADVANCING
           ACCEPT WS-SELECT-TYPE
           MOVE FUNCTION UPPER-CASE (WS-SELECT-TYPE) TO WS-SELECT-TYPE
           EVALUATE TRUE
               WHEN SELECT-BY-CALC-ID
                   DISPLAY "Calc id: " WITH NO ADVANCING
                   ACCEPT WS-FROM-INPUT
               WHEN SELECT-BY-RANGE
                   DISPLAY "From calc id: " WITH NO ADVANCING
                   ACCEPT WS-FROM-INPUT
                   DISPLAY "To calc id: " WITH NO ADVANCING
                   ACCEPT WS-TO-INPUT
               WHEN SELECT-BY-ACCOUNT
                   DISPLAY "Account id: " WITH NO ADVANCING
                   ACCEPT WS-SEL-ACCOUNT
               WHEN SELECT-BY-RUN-DATE
                   DISPLAY "Run date (YYYYMMDD): " WITH NO ADVANCING
                   ACCEPT WS-SEL-RUN-DATE
           END-EVALUATE
           DISPLAY "Hold in history until (YYYYMMDD, blank for 90 "
               "days): " WITH NO ADVANCING
           ACCEPT WS-HOLD-INPUT
           DISPLAY "Audit request reference: " WITH NO ADVANCING
           ACCEPT WS-REFERENCE.

      ******************************************************************
      * A calc id may be keyed short ("123"), so ids are taken with
      * NUMVAL; calc ids start at 1, so zero means the entry was not
      * a number. The hold date must lie in the future or the next
      * archive run would purge the records straight back out; a
      * blank hold date keeps them live for 90 days.
      ******************************************************************
       Validate-Selection.
           MOVE "N" TO WS-SELECTION-SWITCH
           MOVE FUNCTION UPPER-CASE (WS-SELECT-TYPE) TO WS-SELECT-TYPE
           EVALUATE TRUE
               WHEN SELECT-BY-CALC-ID
                   PERFORM Convert-Calc-Ids
                   IF WS-FROM-ID = ZEROES THEN
                       DISPLAY "Calc id is not numeric"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-FROM-ID TO WS-TO-ID
                   MOVE WS-FROM-ID TO WS-STEP-SELECTION
                   STRING "Calc id " WS-FROM-ID DELIMITED BY SIZE
                       INTO WS-SELECTION-TEXT
                   END-STRING
               WHEN SELECT-BY-RANGE
                   PERFORM Convert-Calc-Ids
                   IF WS-FROM-ID = ZEROES OR WS-TO-ID = ZEROES THEN
                       DISPLAY "Calc id range is not numeric"
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-FROM-ID > WS-TO-ID THEN
                       DISPLAY "From calc id is above the to calc id"
                       EXIT PARAGRAPH
                   END-IF
                   STRING WS-FROM-ID "-" WS-TO-ID DELIMITED BY SIZE
                       INTO WS-STEP-SELECTION
                   END-STRING
                   STRING "Calc ids " WS-FROM-ID " to " WS-TO-ID
                       DELIMITED BY SIZE INTO WS-SELECTION-TEXT
                   END-STRING
               WHEN SELECT-BY-ACCOUNT
                   IF WS-SEL-ACCOUNT = SPACES THEN
                       DISPLAY "Account id is required"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SEL-ACCOUNT TO WS-STEP-SELECTION
                   STRING "Account " WS-SEL-ACCOUNT DELIMITED BY SIZE
                       INTO WS-SELECTION-TEXT
                   END-STRING
               WHEN SELECT-BY-RUN-DATE
                   IF WS-SEL-RUN-DATE NOT NUMERIC THEN
                       DISPLAY "Run date must be YYYYMMDD"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SEL-RUN-DATE TO WS-STEP-SELECTION
                   STRING "Run date " WS-SEL-RUN-DATE
                       DELIMITED BY SIZE INTO WS-SELECTION-TEXT
                   END-STRING
               WHEN OTHER
                   DISPLAY "Unrecognized selection type "
                       WS-SELECT-TYPE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-HOLD-INPUT = SPACES THEN
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-HOLD-DAYS
               COMPUTE WS-HOLD-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           ELSE
               IF WS-HOLD-INPUT NOT NUMERIC THEN
                   DISPLAY "Hold date must be YYYYMMDD"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-HOLD-INPUT TO WS-HOLD-DATE
               IF WS-HOLD-DATE NOT > WS-TODAY THEN
                   DISPLAY "Hold date must be after today"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-SELECTION-TEXT TO WS-HDG-SELECTION
           MOVE WS-HOLD-DATE TO WS-HDG-HOLD-DATE
           MOVE WS-REFERENCE TO WS-HDG-REFERENCE
           SET SELECTION-VALID TO TRUE.

       Convert-Calc-Ids.
           MOVE ZEROES TO WS-FROM-ID
           MOVE ZEROES TO WS-TO-ID
           IF WS-FROM-INPUT NOT = SPACES THEN
               COMPUTE WS-FROM-ID = FUNCTION NUMVAL (WS-FROM-INPUT)
           END-IF
           IF WS-TO-INPUT NOT = SPACES THEN
               COMPUTE WS-TO-ID = FUNCTION NUMVAL (WS-TO-INPUT)
           END-IF.

       Restore-Or-Keep-Record.
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-SELECTED-SWITCH
           EVALUATE TRUE
               WHEN SELECT-BY-CALC-ID
               WHEN SELECT-BY-RANGE
                   IF AR-CALC-ID NOT < WS-FROM-ID AND
                       AR-CALC-ID NOT > WS-TO-ID
                       SET RECORD-SELECTED TO TRUE
                   END-IF
               WHEN SELECT-BY-ACCOUNT
                   IF AR-ACCOUNT-ID = WS-SEL-ACCOUNT THEN
                       SET RECORD-SELECTED TO TRUE
                   END-IF
               WHEN SELECT-BY-RUN-DATE
                   IF AR-RUN-ID (1:8) = WS-SEL-RUN-DATE THEN
                       SET RECORD-SELECTED TO TRUE
                   END-IF
           END-EVALUATE
           IF RECORD-SELECTED THEN
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM Restore-One-Record
           ELSE
               PERFORM Keep-In-Archive
           END-IF.

      ******************************************************************
      * Records archived before history carried the currency and the
      * account/posting-date key come back with those fields filled
      * the way the cutover conversion fills them: base currency at
      * rate 1 and the posting date taken from the run id.
      ******************************************************************
       Restore-One-Record.
           MOVE CALC-ARCHIVE-RECORD TO WS-ARCHIVE-IMAGE
           MOVE CALC-ARCHIVE-RECORD TO CALC-HISTORY-RECORD
           IF AR-BASE-RESULT NOT NUMERIC THEN
               MOVE SPACES TO CH-CURRENCY
               MOVE 1 TO CH-FX-RATE
               MOVE CH-RESULT TO CH-BASE-RESULT
           END-IF
           MOVE CH-ACCOUNT-ID TO CH-KEY-ACCOUNT
           IF AR-POST-DATE NOT NUMERIC THEN
               IF CH-RUN-ID (1:8) NUMERIC THEN
                   MOVE CH-RUN-ID (1:8) TO CH-POST-DATE
               ELSE
                   MOVE ZEROES TO CH-POST-DATE
               END-IF
           END-IF
           MOVE WS-HOLD-DATE TO CH-HOLD-DATE
           WRITE CALC-HISTORY-RECORD
               INVALID KEY
                   PERFORM Check-Live-Record
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-RESTORED-COUNT
           MOVE "RESTORED" TO WS-ACTION-TEXT
           PERFORM Print-Detail-Line.

      ******************************************************************
      * A live calc id is never overwritten. If the live record is
      * this very calculation (same run, transaction and account) an
      * earlier restore put it back and stopped before rewriting the
      * archive, so only the stale archive copy is dropped; anything
      * else is a different calculation and both copies are left as
      * they are for investigation.
      ******************************************************************
       Check-Live-Record.
           MOVE WS-ARCHIVE-IMAGE TO CALC-ARCHIVE-RECORD
           MOVE AR-CALC-ID TO CH-CALC-ID
           READ CALC-HISTORY-FILE
               INVALID KEY
                   MOVE SPACES TO CH-RUN-ID
           END-READ
           IF CH-RUN-ID = AR-RUN-ID AND
               CH-TRANS-ID = AR-TRANS-ID AND
               CH-ACCOUNT-ID = AR-ACCOUNT-ID
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "ALREADY RESTORED, archive copy dropped"
                   TO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED, calc id live in history"
                   TO WS-ACTION-TEXT
               PERFORM Keep-In-Archive
           END-IF
           PERFORM Print-Detail-Line.

       Keep-In-Archive.
           MOVE CALC-ARCHIVE-RECORD TO CALC-ARCHIVE-WORK-REC
           WRITE CALC-ARCHIVE-WORK-REC
           ADD 1 TO WS-KEPT-COUNT.

      ******************************************************************
      * The records left in the archive copy back from CALCHARW.DAT,
      * the way the batch rewrites the warehouse file. History is
      * already closed with the restored records in it, so a failure
      * here leaves them in both files, and a rerun of the same
      * selection drops the archive copies.
      ******************************************************************
       Rewrite-Archive-File.
           OPEN OUTPUT CALC-ARCHIVE-FILE
           OPEN INPUT CALC-ARCHIVE-WORK
           PERFORM UNTIL END-OF-ARCHIVE-WORK
               READ CALC-ARCHIVE-WORK
                   AT END
                       SET END-OF-ARCHIVE-WORK TO TRUE
                   NOT AT END
                       MOVE CALC-ARCHIVE-WORK-REC
                           TO CALC-ARCHIVE-RECORD
                       WRITE CALC-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE CALC-ARCHIVE-WORK
           CLOSE CALC-ARCHIVE-FILE.

       Print-Detail-Line.
           MOVE AR-CALC-ID TO WS-DTL-CALC-ID
           MOVE AR-RUN-ID TO WS-DTL-RUN-ID
           MOVE AR-TRANS-ID TO WS-DTL-TRANS-ID
           MOVE AR-ACCOUNT-ID TO WS-DTL-ACCOUNT
           MOVE AR-RESULT TO WS-DTL-RESULT
           IF AR-CURRENCY = SPACES OR AR-CURRENCY = LOW-VALUES THEN
               MOVE "USD" TO WS-DTL-CURRENCY
           ELSE
               MOVE AR-CURRENCY TO WS-DTL-CURRENCY
           END-IF
           IF AR-POST-DATE NUMERIC THEN
               MOVE AR-POST-DATE TO WS-DTL-POST-DATE
           ELSE
               MOVE AR-RUN-ID (1:8) TO WS-DTL-POST-DATE
           END-IF
           MOVE WS-ACTION-TEXT TO WS-DTL-ACTION
           MOVE WS-DETAIL-LINE TO RESTORE-REGISTER-LINE
           PERFORM Write-Register-Line.

       Print-Register-Totals.
           MOVE SPACES TO RESTORE-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Archive records read.........." TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RESTORE-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Selected......................" TO WS-CNT-LABEL
           MOVE WS-SELECTED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RESTORE-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Restored to CALCHIST.DAT......" TO WS-CNT-LABEL
           MOVE WS-RESTORED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RESTORE-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Refused, calc id already live." TO WS-CNT-LABEL
           MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RESTORE-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Already restored, copy dropped" TO WS-CNT-LABEL
           MOVE WS-DROPPED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RESTORE-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Left in CALCHARC.DAT.........." TO WS-CNT-LABEL
           MOVE WS-KEPT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RESTORE-REGISTER-LINE
           PERFORM Write-Register-Line
           IF WS-SELECTED-COUNT = ZEROES THEN
               MOVE "No archived records matched the selection"
                   TO RESTORE-REGISTER-LINE
               PERFORM Write-Register-Line
           END-IF.

       Write-Register-Line.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE THEN
               PERFORM Print-Page-Heading
           END-IF
           WRITE RESTORE-REGISTER-LINE
           ADD 1 TO WS-LINE-COUNT.

       Print-Page-Heading.
           MOVE RESTORE-REGISTER-LINE TO WS-SAVE-LINE
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-1 TO RESTORE-REGISTER-LINE
           WRITE RESTORE-REGISTER-LINE
           MOVE WS-HEADING-2 TO RESTORE-REGISTER-LINE
           WRITE RESTORE-REGISTER-LINE
           MOVE WS-HEADING-3 TO RESTORE-REGISTER-LINE
           WRITE RESTORE-REGISTER-LINE
           MOVE SPACES TO RESTORE-REGISTER-LINE
           WRITE RESTORE-REGISTER-LINE
           MOVE 4 TO WS-LINE-COUNT
           MOVE WS-SAVE-LINE TO RESTORE-REGISTER-LINE.

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
           MOVE "Calc-Archive-Restore" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
