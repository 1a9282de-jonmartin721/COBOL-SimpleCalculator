      ******************************************************************
      * Author:Jonathan Martin
      * Date:10/15/26
      * Purpose:Account transaction inquiry for the Example-
      *         Calculator system. Given a client account id and a
      *         from/to posting date, pages through every calculation
      *         the account posted in that range - from the history
      *         file CALCHIST.DAT by its account and posting date
      *         alternate key, then from the archive CALCHARC.DAT for
      *         the older dates an archive run has moved out - with
      *         calc id, run id, transaction id, operands, operator,
      *         result and a running total in base currency. The
      *         account's open suspense (CALCSUSP.DAT) and warehoused
      *         (CALCWHSE.DAT) items follow, so a client's call can
      *         be answered from one screen without a calc id.
      * Tectonics: cobc
      * Mod Log:
      *   10/15/26 - Initial version: account and date range inquiry
      *              across history and archive with paging, running
      *              base-currency total and the account's open
      *              suspense and warehouse items.
      *   10/15/26 - History record widened to 117 bytes for the restore
      *              hold date CH-HOLD-DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Account-Inquiry.

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
           SELECT CALC-ACCOUNT-MASTER ASSIGN TO "CALCACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CALC-SUSPENSE-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT CALC-WAREHOUSE-FILE ASSIGN TO "CALCWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

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
       01  CALC-ARCHIVE-RECORD     PIC X(117).

       FD  CALC-ACCOUNT-MASTER.
       01  CALC-ACCOUNT-RECORD.
           05  AM-ACCOUNT-ID       PIC X(8).
           05  AM-ACCOUNT-NAME     PIC X(30).
           05  AM-STATUS           PIC X.
           05  AM-OPEN-DATE        PIC X(8).
           05  AM-CLOSE-DATE       PIC X(8).
           05  AM-TRAN-LIMIT       PIC X(9).
           05  AM-RUN-LIMIT        PIC X(11).
           05  AM-CURRENCY         PIC X(3).

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

       FD  CALC-WAREHOUSE-FILE.
       01  CALC-WAREHOUSE-RECORD.
           05  WH-TRANS-ID         PIC 9(6).
           05  WH-ACCOUNT-ID       PIC X(8).
           05  WH-NUM1             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  WH-NUM2             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  WH-OPERATOR         PIC X.
           05  WH-NUM1-TYPE        PIC X.
           05  WH-NUM2-TYPE        PIC X.
           05  WH-VALUE-DATE       PIC X(8).
           05  WH-FILE-DATE        PIC 9(8).
           05  WH-CURRENCY         PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS          PIC XX VALUE "00".
       01  WS-ARCH-STATUS          PIC XX VALUE "00".
       01  WS-ACCT-STATUS          PIC XX VALUE "00".
       01  WS-SUSP-STATUS          PIC XX VALUE "00".
       01  WS-WHSE-STATUS          PIC XX VALUE "00".

       01  WS-INQUIRY-SWITCH       PIC X VALUE "N".
           88  INQUIRY-DONE            VALUE "Y".
       01  WS-HIST-OPEN-SWITCH     PIC X VALUE "N".
           88  HISTORY-FILE-OPEN       VALUE "Y".
       01  WS-ACCT-OPEN-SWITCH     PIC X VALUE "N".
           88  ACCOUNT-MASTER-OPEN     VALUE "Y".
       01  WS-HIST-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-HISTORY-FILE     VALUE "Y".
       01  WS-ARCH-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-ARCHIVE-FILE     VALUE "Y".
       01  WS-SUSP-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-SUSPENSE-FILE    VALUE "Y".
       01  WS-WHSE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-WAREHOUSE-FILE   VALUE "Y".
       01  WS-QUIT-SWITCH          PIC X VALUE "N".
           88  LISTING-STOPPED         VALUE "Y".
       01  WS-DATES-SWITCH         PIC X VALUE "N".
           88  DATES-VALID             VALUE "Y".

       01  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
       01  WS-INQ-ACCOUNT          PIC X(8) VALUE SPACES.
       01  WS-FROM-INPUT           PIC X(8) VALUE SPACES.
       01  WS-TO-INPUT             PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-TO-DATE              PIC 9(8) VALUE 99999999.
       01  WS-ENTRY-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-ENTRY-BASE           PIC S9(11)V99 VALUE ZEROES.
       01  WS-RUNNING-TOTAL        PIC S9(13)V99 VALUE ZEROES.
       01  WS-LIVE-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-ARCH-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-SUSP-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-WHSE-COUNT           PIC 9(6) VALUE ZEROES.
       01  WS-PAGE-LINES           PIC 9(3) VALUE ZEROES.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 15.
       01  WS-PAGE-REPLY           PIC X VALUE SPACE.

      * Working copy of a history or archive record; the archive
      * holds the history record image unchanged.
       01  WS-ENTRY-RECORD.
           05  IQ-CALC-ID          PIC 9(6).
           05  IQ-RUN-ID           PIC X(14).
           05  IQ-TRANS-ID         PIC 9(6).
           05  IQ-ACCOUNT-ID       PIC X(8).
           05  IQ-NUM1             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  IQ-NUM2             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  IQ-OPERATOR         PIC X.
           05  IQ-RESULT           PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  IQ-CURRENCY         PIC X(3).
           05  IQ-FX-RATE          PIC 9(5)V9(6).
           05  IQ-BASE-RESULT      PIC S9(11)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  IQ-ACCT-DATE-KEY.
               10  IQ-KEY-ACCOUNT  PIC X(8).
               10  IQ-POST-DATE    PIC X(8).
           05  IQ-HOLD-DATE        PIC X(8).

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(9) VALUE "Posted   ".
           05  FILLER              PIC X(7) VALUE "CalcId ".
           05  FILLER              PIC X(15) VALUE "Run id         ".
           05  FILLER              PIC X(7) VALUE "TranId ".
           05  FILLER              PIC X(12) VALUE "       Num1 ".
           05  FILLER              PIC X(13) VALUE "Op       Num2".
           05  FILLER              PIC X(14) VALUE
               "        Result".
           05  FILLER              PIC X(4) VALUE " Cur".
           05  FILLER              PIC X(19) VALUE
               "      Running total".

       01  WS-DETAIL-LINE.
           05  WS-DTL-POST-DATE    PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-CALC-ID      PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-RUN-ID       PIC X(14).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-TRANS-ID     PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-NUM1         PIC -ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-OPERATOR     PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-NUM2         PIC -ZZZZZZ9.99.
           05  FILLER              PIC X(3) VALUE " = ".
           05  WS-DTL-RESULT       PIC -ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-CURRENCY     PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-RUNNING      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-OPEN-ITEM-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-OPN-TRANS-ID     PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-OPN-FILE-DATE    PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-OPN-OTHER-DATE   PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-OPN-NUM1         PIC -ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-OPN-OPERATOR     PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-OPN-NUM2         PIC -ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-OPN-CURRENCY     PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-OPN-REASON       PIC X(30).

       01  WS-TOTAL-DISPLAY        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Account-Inquiry-Main.
           PERFORM Open-Inquiry-Files
           PERFORM UNTIL INQUIRY-DONE
               DISPLAY " "
               DISPLAY "Enter account id (blank to quit): "
                   WITH NO ADVANCING
               ACCEPT WS-INQ-ACCOUNT
               IF WS-INQ-ACCOUNT = SPACES THEN
                   SET INQUIRY-DONE TO TRUE
               ELSE
                   PERFORM Accept-Date-Range
                   IF DATES-VALID THEN
                       PERFORM Inquire-Account
                   END-IF
               END-IF
           END-PERFORM
           IF HISTORY-FILE-OPEN THEN
               CLOSE CALC-HISTORY-FILE
           END-IF
           IF ACCOUNT-MASTER-OPEN THEN
               CLOSE CALC-ACCOUNT-MASTER
           END-IF
           STOP RUN.

      ******************************************************************
      * History and the account master stay open for the session;
      * the archive, suspense and warehouse files are sequential and
      * are read afresh for each inquiry. With no history yet the
      * inquiry still serves the archive and the open items.
      ******************************************************************
       Open-Inquiry-Files.
           OPEN INPUT CALC-HISTORY-FILE
           IF WS-HIST-STATUS = "00" THEN
               SET HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CALCHIST.DAT not available (status "
                   WS-HIST-STATUS "), archive only"
           END-IF
           OPEN INPUT CALC-ACCOUNT-MASTER
           IF WS-ACCT-STATUS = "00" THEN
               SET ACCOUNT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "CALCACCT.DAT not found, names left blank"
           END-IF.

      ******************************************************************
      * A blank from date means from the beginning and a blank to
      * date means through today and beyond, so an account id alone
      * lists everything the account ever posted.
      ******************************************************************
       Accept-Date-Range.
           MOVE "N" TO WS-DATES-SWITCH
           DISPLAY "From posting date (YYYYMMDD, blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-INPUT
           DISPLAY "To posting date (YYYYMMDD, blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-TO-INPUT
           IF WS-FROM-INPUT = SPACES THEN
               MOVE ZEROES TO WS-FROM-DATE
           ELSE
               IF WS-FROM-INPUT NOT NUMERIC THEN
                   DISPLAY "From date must be YYYYMMDD"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FROM-INPUT TO WS-FROM-DATE
           END-IF
           IF WS-TO-INPUT = SPACES THEN
               MOVE 99999999 TO WS-TO-DATE
           ELSE
               IF WS-TO-INPUT NOT NUMERIC THEN
                   DISPLAY "To date must be YYYYMMDD"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TO-INPUT TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE THEN
               DISPLAY "From date is after the to date"
               EXIT PARAGRAPH
           END-IF
           SET DATES-VALID TO TRUE.

       Inquire-Account.
           MOVE ZEROES TO WS-RUNNING-TOTAL
           MOVE ZEROES TO WS-LIVE-COUNT
           MOVE ZEROES TO WS-ARCH-COUNT
           MOVE ZEROES TO WS-PAGE-LINES
           MOVE "N" TO WS-QUIT-SWITCH
           PERFORM Display-Account-Heading
           DISPLAY WS-HEADING-LINE
           PERFORM List-History-Entries
           IF NOT LISTING-STOPPED THEN
               PERFORM List-Archive-Entries
           END-IF
           MOVE WS-RUNNING-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "----------------------------------------"
           IF LISTING-STOPPED THEN
               DISPLAY "Listing stopped before the end of the range"
           END-IF
           DISPLAY "From history.: " WS-LIVE-COUNT
           DISPLAY "From archive.: " WS-ARCH-COUNT
           DISPLAY "Total (" WS-BASE-CURRENCY ")..: " WS-TOTAL-DISPLAY
           PERFORM List-Suspense-Items
           PERFORM List-Warehouse-Items.

       Display-Account-Heading.
           DISPLAY "========================================"
           DISPLAY "Account.: " WS-INQ-ACCOUNT
           IF ACCOUNT-MASTER-OPEN THEN
               MOVE WS-INQ-ACCOUNT TO AM-ACCOUNT-ID
               READ CALC-ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Name....: (not on the account master)"
                   NOT INVALID KEY
                       DISPLAY "Name....: " AM-ACCOUNT-NAME
                       IF AM-CURRENCY = SPACES OR
                           AM-CURRENCY = LOW-VALUES
                           DISPLAY "Currency: " WS-BASE-CURRENCY
                       ELSE
                           DISPLAY "Currency: " AM-CURRENCY
                       END-IF
               END-READ
           END-IF
           DISPLAY "Posted..: " WS-FROM-DATE " to " WS-TO-DATE
           DISPLAY "Running total in base currency " WS-BASE-CURRENCY.

      ******************************************************************
      * The alternate key is the account followed by the posting
      * date, so one START positions on the first calculation in the
      * range and the listing stops at the first record past it.
      ******************************************************************
       List-History-Entries.
           IF NOT HISTORY-FILE-OPEN THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE WS-INQ-ACCOUNT TO CH-KEY-ACCOUNT
           MOVE WS-FROM-DATE TO CH-POST-DATE
           START CALC-HISTORY-FILE KEY NOT < CH-ACCT-DATE-KEY
               INVALID KEY
                   SET END-OF-HISTORY-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY-FILE OR LISTING-STOPPED
               READ CALC-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-HISTORY-FILE TO TRUE
                   NOT AT END
                       IF CH-KEY-ACCOUNT NOT = WS-INQ-ACCOUNT OR
                           CH-POST-DATE > WS-TO-DATE
                           SET END-OF-HISTORY-FILE TO TRUE
                       ELSE
                           MOVE CALC-HISTORY-RECORD TO WS-ENTRY-RECORD
                           MOVE CH-POST-DATE TO WS-ENTRY-DATE
                           ADD 1 TO WS-LIVE-COUNT
                           PERFORM Show-Entry
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * The archive is sequential and unkeyed, so it is read through.
      * Records archived before the posting date was carried are
      * dated by their run id.
      ******************************************************************
       List-Archive-Entries.
           MOVE "N" TO WS-ARCH-EOF-SWITCH
           OPEN INPUT CALC-ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ARCHIVE-FILE OR LISTING-STOPPED
               READ CALC-ARCHIVE-FILE
                   AT END
                       SET END-OF-ARCHIVE-FILE TO TRUE
                   NOT AT END
                       MOVE CALC-ARCHIVE-RECORD TO WS-ENTRY-RECORD
                       PERFORM Check-Archive-Entry
               END-READ
           END-PERFORM
           CLOSE CALC-ARCHIVE-FILE.

       Check-Archive-Entry.
           IF IQ-ACCOUNT-ID NOT = WS-INQ-ACCOUNT THEN
               EXIT PARAGRAPH
           END-IF
           IF IQ-POST-DATE NUMERIC AND IQ-POST-DATE NOT = ZEROES THEN
               MOVE IQ-POST-DATE TO WS-ENTRY-DATE
           ELSE
               IF IQ-RUN-ID (1:8) NUMERIC THEN
                   MOVE IQ-RUN-ID (1:8) TO WS-ENTRY-DATE
               ELSE
                   MOVE ZEROES TO WS-ENTRY-DATE
               END-IF
           END-IF
           IF WS-ENTRY-DATE < WS-FROM-DATE OR
               WS-ENTRY-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARCH-COUNT = ZEROES THEN
               DISPLAY "---- archived (CALCHARC.DAT) ----"
           END-IF
           ADD 1 TO WS-ARCH-COUNT
           PERFORM Show-Entry.

      ******************************************************************
      * History written before multi-currency posting has no currency
      * or base amount; it was posted in base currency.
      ******************************************************************
       Show-Entry.
           IF IQ-CURRENCY = SPACES OR IQ-BASE-RESULT NOT NUMERIC THEN
               MOVE IQ-RESULT TO WS-ENTRY-BASE
               MOVE WS-BASE-CURRENCY TO WS-DTL-CURRENCY
           ELSE
               MOVE IQ-BASE-RESULT TO WS-ENTRY-BASE
               MOVE IQ-CURRENCY TO WS-DTL-CURRENCY
           END-IF
           ADD WS-ENTRY-BASE TO WS-RUNNING-TOTAL
           MOVE WS-ENTRY-DATE TO WS-DTL-POST-DATE
           MOVE IQ-CALC-ID TO WS-DTL-CALC-ID
           MOVE IQ-RUN-ID TO WS-DTL-RUN-ID
           MOVE IQ-TRANS-ID TO WS-DTL-TRANS-ID
           MOVE IQ-NUM1 TO WS-DTL-NUM1
           MOVE IQ-OPERATOR TO WS-DTL-OPERATOR
           MOVE IQ-NUM2 TO WS-DTL-NUM2
           MOVE IQ-RESULT TO WS-DTL-RESULT
           MOVE WS-RUNNING-TOTAL TO WS-DTL-RUNNING
           DISPLAY WS-DETAIL-LINE
           PERFORM Check-Page-Full.

       Check-Page-Full.
           ADD 1 TO WS-PAGE-LINES
           IF WS-PAGE-LINES < WS-LINES-PER-PAGE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO WS-PAGE-LINES
           DISPLAY "Enter for more, Q to stop listing: "
               WITH NO ADVANCING
           ACCEPT WS-PAGE-REPLY
           IF WS-PAGE-REPLY = "Q" OR WS-PAGE-REPLY = "q" THEN
               SET LISTING-STOPPED TO TRUE
           ELSE
               DISPLAY WS-HEADING-LINE
           END-IF.

      ******************************************************************
      * Open items are shown whatever the date range: everything in
      * suspense or the warehouse is still waiting to post.
      ******************************************************************
       List-Suspense-Items.
           MOVE ZEROES TO WS-SUSP-COUNT
           MOVE "N" TO WS-SUSP-EOF-SWITCH
           DISPLAY " "
           DISPLAY "Open suspense items (CALCSUSP.DAT):"
           DISPLAY "  TranId FileDate SuspDate        Num1 Op"
               "       Num2 Cur Reason"
           OPEN INPUT CALC-SUSPENSE-FILE
           IF WS-SUSP-STATUS = "00" THEN
               PERFORM UNTIL END-OF-SUSPENSE-FILE
                   READ CALC-SUSPENSE-FILE
                       AT END
                           SET END-OF-SUSPENSE-FILE TO TRUE
                       NOT AT END
                           IF SP-ACCOUNT-ID = WS-INQ-ACCOUNT THEN
                               PERFORM Show-Suspense-Item
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-SUSPENSE-FILE
           END-IF
           DISPLAY "  Suspense items: " WS-SUSP-COUNT.

       Show-Suspense-Item.
           ADD 1 TO WS-SUSP-COUNT
           MOVE SP-TRANS-ID TO WS-OPN-TRANS-ID
           MOVE SP-FILE-DATE TO WS-OPN-FILE-DATE
           MOVE SP-SUSP-DATE TO WS-OPN-OTHER-DATE
           MOVE SP-NUM1 TO WS-OPN-NUM1
           MOVE SP-OPERATOR TO WS-OPN-OPERATOR
           MOVE SP-NUM2 TO WS-OPN-NUM2
           IF SP-CURRENCY = SPACES OR SP-CURRENCY = LOW-VALUES THEN
               MOVE WS-BASE-CURRENCY TO WS-OPN-CURRENCY
           ELSE
               MOVE SP-CURRENCY TO WS-OPN-CURRENCY
           END-IF
           MOVE SP-REASON TO WS-OPN-REASON
           DISPLAY WS-OPEN-ITEM-LINE.

       List-Warehouse-Items.
           MOVE ZEROES TO WS-WHSE-COUNT
           MOVE "N" TO WS-WHSE-EOF-SWITCH
           DISPLAY " "
           DISPLAY "Warehoused future-dated items (CALCWHSE.DAT):"
           DISPLAY "  TranId FileDate ValuDate        Num1 Op"
               "       Num2 Cur"
           OPEN INPUT CALC-WAREHOUSE-FILE
           IF WS-WHSE-STATUS = "00" THEN
               PERFORM UNTIL END-OF-WAREHOUSE-FILE
                   READ CALC-WAREHOUSE-FILE
                       AT END
                           SET END-OF-WAREHOUSE-FILE TO TRUE
                       NOT AT END
                           IF WH-ACCOUNT-ID = WS-INQ-ACCOUNT THEN
                               PERFORM Show-Warehouse-Item
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-WAREHOUSE-FILE
           END-IF
           DISPLAY "  Warehouse items: " WS-WHSE-COUNT.

       Show-Warehouse-Item.
           ADD 1 TO WS-WHSE-COUNT
           MOVE WH-TRANS-ID TO WS-OPN-TRANS-ID
           MOVE WH-FILE-DATE TO WS-OPN-FILE-DATE
           MOVE WH-VALUE-DATE TO WS-OPN-OTHER-DATE
           MOVE WH-NUM1 TO WS-OPN-NUM1
           MOVE WH-OPERATOR TO WS-OPN-OPERATOR
           MOVE WH-NUM2 TO WS-OPN-NUM2
           IF WH-CURRENCY = SPACES OR WH-CURRENCY = LOW-VALUES THEN
               MOVE WS-BASE-CURRENCY TO WS-OPN-CURRENCY
           ELSE
               MOVE WH-CURRENCY TO WS-OPN-CURRENCY
           END-IF
           MOVE SPACES TO WS-OPN-REASON
           DISPLAY WS-OPEN-ITEM-LINE.
