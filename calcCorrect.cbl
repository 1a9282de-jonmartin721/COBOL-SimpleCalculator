      *              file date, which keeps its original offset, so
      *              suspense records in flight at cutover still
      *              parse and post under the right date.
      *   10/15/26 - Show the reject reason and the date suspended the
      *              batch now carries on each suspense record, with
      *              the days the record has waited, so the clerk
      *              works the oldest and most urgent items first.
      *              Releases still carry the first 54 bytes only.
      *   10/15/26 - Ask for a clerk id at sign-on and journal every
      *              fix, release, override release and delete to the
      *              shared maintenance journal CALCMJNL.DAT with
      *              before and after images, so each supervisor
      *              override shows who authorized it.
      *   10/15/26 - Show and correct the currency code the batch now
      *              carries at the end of each suspense record (a
      *              currency mismatch or missing exchange rate can
      *              be fixed here) and pass it on the release
      *              record behind the original 54 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Correction.
           SELECT CALC-SUSPENSE-WORK ASSIGN TO "CALCSUSW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CALC-MAINT-JOURNAL ASSIGN TO "CALCMJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-SUSPENSE-FILE.
       01  CALC-SUSPENSE-RECORD    PIC X(95).

       FD  CALC-RELEASE-FILE.
       01  CALC-RELEASE-RECORD.
           05  RL-TRANSACTION      PIC X(54).
           05  RL-CURRENCY         PIC X(3).

       FD  CALC-SUSPENSE-WORK.
       01  CALC-SUSPENSE-WORK-REC  PIC X(95).

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

       WORKING-STORAGE SECTION.
       01  WS-SUSP-STATUS          PIC XX VALUE "00".
       01  WS-RLSE-STATUS          PIC XX VALUE "00".
       01  WS-WORK-STATUS          PIC XX VALUE "00".
       01  WS-MJNL-STATUS          PIC XX VALUE "00".

       01  WS-CLERK-ID             PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE         PIC X(120) VALUE SPACES.
       01  WS-BEFORE-SUSPENSE REDEFINES WS-BEFORE-IMAGE.
           05  BF-TRANS-ID         PIC X(6).
           05  BF-ACCOUNT-ID       PIC X(8).
           05  FILLER              PIC X(23).
           05  BF-FILE-DATE        PIC X(8).
           05  FILLER              PIC X(75).
       01  WS-TAIL-SWITCH          PIC X VALUE "N".
           88  SUSPENSE-HAS-TAIL       VALUE "Y".
       01  WS-TAIL-COUNT           PIC 9(5) VALUE ZEROES.
       01  WS-SUSPENSE-TABLE.
           05  WS-SUSP-COUNT       PIC 9(3) VALUE ZEROES.
           05  WS-SUSP-ENTRY OCCURS 200 TIMES.
               10  WS-SUSP-IMAGE   PIC X(95).
               10  WS-SUSP-DISPO   PIC X.

       01  WS-SUB                  PIC 9(3) VALUE ZEROES.
           05  WK-FILE-DATE        PIC X(8).
           05  WK-OVERRIDE         PIC X.
           05  WK-VALUE-DATE       PIC X(8).
           05  WK-REASON           PIC X(30).
           05  WK-SUSP-DATE        PIC X(8).
           05  WK-CURRENCY         PIC X(3).

       01  WS-ACTION               PIC X VALUE SPACE.
       01  WS-FIELD-CHOICE         PIC X VALUE SPACE.
       01  WS-NUM1-DISPLAY         Pic ---,---,---.99  VALUE ZEROES.
       01  WS-NUM2-DISPLAY         Pic ---,---,---.99  VALUE ZEROES.

       01  WS-TODAY                PIC 9(8) VALUE ZEROES.
       01  WS-DAYS-WAITING         PIC 9(5) VALUE ZEROES.
       01  WS-DAYS-DISPLAY         PIC ZZZZ9.

       PROCEDURE DIVISION.
       Correction-Main.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM Sign-On-Clerk
           PERFORM Load-Suspense-File
           IF WS-SUSP-COUNT = ZEROES THEN
               DISPLAY "No suspended transactions to correct"
               DISPLAY "Plus " WS-TAIL-COUNT " unworked records "
                   "carried forward, run another session"
           END-IF
           CLOSE CALC-MAINT-JOURNAL
           STOP RUN.

      ******************************************************************
      * Every change made here is journaled under the clerk who
      * signed on, so no session runs without a clerk id or without
      * the journal open.
      ******************************************************************
       Sign-On-Clerk.
           DISPLAY "Clerk id: " WITH NO ADVANCING
           ACCEPT WS-CLERK-ID
           MOVE FUNCTION UPPER-CASE (WS-CLERK-ID) TO WS-CLERK-ID
           IF WS-CLERK-ID = SPACES THEN
               DISPLAY "Clerk id is required, run aborted"
               STOP RUN
           END-IF
           OPEN EXTEND CALC-MAINT-JOURNAL
           IF WS-MJNL-STATUS NOT = "00" THEN
               OPEN OUTPUT CALC-MAINT-JOURNAL
               CLOSE CALC-MAINT-JOURNAL
               OPEN EXTEND CALC-MAINT-JOURNAL
           END-IF
           IF WS-MJNL-STATUS NOT = "00" THEN
               DISPLAY "CALCMJNL.DAT not available (status "
                   WS-MJNL-STATUS "), run aborted"
               STOP RUN
           END-IF.

       Load-Suspense-File.
           OPEN INPUT CALC-SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00" THEN
                   PERFORM UNTIL FIX-DONE
                       PERFORM Fix-One-Field
                   END-PERFORM
                   IF WS-WORK-RECORD NOT = WS-SUSP-IMAGE (WS-SUB)
                       MOVE "FIX" TO MJ-ACTION
                       PERFORM Journal-Work-Record
                   END-IF
                   MOVE WS-WORK-RECORD TO WS-SUSP-IMAGE (WS-SUB)
               WHEN "R"
               WHEN "r"
                   MOVE "N" TO WK-OVERRIDE
                   MOVE "RELEASE" TO MJ-ACTION
                   PERFORM Journal-Work-Record
                   MOVE WS-WORK-RECORD TO WS-SUSP-IMAGE (WS-SUB)
                   MOVE "R" TO WS-SUSP-DISPO (WS-SUB)
                   ADD 1 TO WS-SUB
               WHEN "O"
               WHEN "o"
                   MOVE "Y" TO WK-OVERRIDE
                   MOVE "OVERRIDE" TO MJ-ACTION
                   PERFORM Journal-Work-Record
                   MOVE WS-WORK-RECORD TO WS-SUSP-IMAGE (WS-SUB)
                   MOVE "R" TO WS-SUSP-DISPO (WS-SUB)
                   ADD 1 TO WS-SUB
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO WS-SUSP-DISPO (WS-SUB)
                   MOVE SPACES TO WS-WORK-RECORD
                   MOVE "DELETE" TO MJ-ACTION
                   PERFORM Journal-Work-Record
                   ADD 1 TO WS-SUB
               WHEN "Q"
               WHEN "q"
                   DISPLAY "Unrecognized action"
           END-EVALUATE.

      ******************************************************************
      * Journaled as the clerk acts. The before image is the record
      * as it stood in suspense, the after image the work record (all
      * spaces for a delete). Suspense records have no key of their
      * own, so the journal keys them by transaction id and
      * originating file date.
      ******************************************************************
       Journal-Work-Record.
           MOVE WS-SUSP-IMAGE (WS-SUB) TO WS-BEFORE-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:16) TO MJ-TIMESTAMP
           MOVE WS-CLERK-ID TO MJ-CLERK-ID
           MOVE "Calc-Correction" TO MJ-PROGRAM
           MOVE SPACES TO MJ-RECORD-KEY
           STRING BF-TRANS-ID " " BF-FILE-DATE
               DELIMITED BY SIZE INTO MJ-RECORD-KEY
           IF WS-WORK-RECORD = SPACES THEN
               MOVE BF-ACCOUNT-ID TO MJ-ACCOUNT-ID
           ELSE
               MOVE WK-ACCOUNT-ID TO MJ-ACCOUNT-ID
           END-IF
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE WS-WORK-RECORD TO MJ-AFTER-IMAGE
           WRITE CALC-JOURNAL-RECORD.

       Display-Work-Record.
           MOVE WK-NUM1 TO WS-NUM1-DISPLAY
           MOVE WK-NUM2 TO WS-NUM2-DISPLAY
           DISPLAY "Num2....: " WS-NUM2-DISPLAY
               " (type " WK-NUM2-TYPE ")"
           DISPLAY "Operator: " WK-OPERATOR
           IF WK-CURRENCY = SPACES THEN
               DISPLAY "Currency: USD (base)"
           ELSE
               DISPLAY "Currency: " WK-CURRENCY
           END-IF
           DISPLAY "ValueDt.: " WK-VALUE-DATE
           DISPLAY "Override: " WK-OVERRIDE
           DISPLAY "Reason..: " WK-REASON
           IF WK-SUSP-DATE IS NUMERIC AND WK-SUSP-DATE > ZEROES THEN
               COMPUTE WS-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (WK-SUSP-DATE))
               MOVE WS-DAYS-WAITING TO WS-DAYS-DISPLAY
               DISPLAY "Suspended: " WK-SUSP-DATE
                   " (" WS-DAYS-DISPLAY " days)"
           ELSE
               DISPLAY "Suspended: not recorded"
           END-IF.

       Fix-One-Field.
           DISPLAY "Fix which field (1=Num1, 2=Num2, 3=Operator, "
               "4=Account, 5=Num1 type, 6=Num2 type, "
               "7=Value date, 8=Currency, 0=Done): "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-CHOICE
           EVALUATE WS-FIELD-CHOICE
                   DISPLAY "New value date (YYYYMMDD, blank for "
                       "posting tonight): " WITH NO ADVANCING
                   ACCEPT WK-VALUE-DATE
               WHEN "8"
                   DISPLAY "New currency code (blank for USD): "
                       WITH NO ADVANCING
                   ACCEPT WK-CURRENCY
                   MOVE FUNCTION UPPER-CASE (WK-CURRENCY)
                       TO WK-CURRENCY
               WHEN "0"
                   SET FIX-DONE TO TRUE
               WHEN OTHER
           OPEN OUTPUT CALC-SUSPENSE-WORK
           CLOSE CALC-SUSPENSE-WORK.

      ******************************************************************
      * A release record is the first 54 bytes of the suspense record
      * (transaction fields, file date, override and value date) with
      * the currency code behind them, the layout the batch reads.
      ******************************************************************
       Append-Release-File.
           OPEN EXTEND CALC-RELEASE-FILE
           IF WS-RLSE-STATUS NOT = "00" THEN
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-SUSP-COUNT
               IF WS-SUSP-DISPO (WS-SUB) = "R" THEN
                   MOVE WS-SUSP-IMAGE (WS-SUB) TO WS-WORK-RECORD
                   MOVE WS-WORK-RECORD (1:54) TO RL-TRANSACTION
                   MOVE WK-CURRENCY TO RL-CURRENCY
                   WRITE CALC-RELEASE-RECORD
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
