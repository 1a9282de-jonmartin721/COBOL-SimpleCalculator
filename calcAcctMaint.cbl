      *              an unconverted line-sequential master at
      *              cutover aborts untouched instead of being
      *              truncated.
      *   10/15/26 - Ask for a clerk id at sign-on and journal every
      *              add, change and close to the shared maintenance
      *              journal CALCMJNL.DAT with before and after
      *              images; a change that moves either limit is
      *              journaled as a LIMIT action so it reports on
      *              its own.
      *   10/15/26 - Carry the account's currency code on the master
      *              (blank reads as base currency USD), asked for on
      *              add and changeable as field 7; the limits stay
      *              in base currency. The batch posts only
      *              transactions in the account's own currency.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Account-Maint.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CALC-MAINT-JOURNAL ASSIGN TO "CALCMJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  AM-RUN-LIMIT        PIC X(11).
           05  AM-RUN-LIMIT-9 REDEFINES AM-RUN-LIMIT
                                   PIC 9(9)V99.
           05  AM-CURRENCY         PIC X(3).

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
       01  WS-ACCT-STATUS          PIC XX VALUE "00".
       01  WS-MJNL-STATUS          PIC XX VALUE "00".

       01  WS-CLERK-ID             PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE         PIC X(120) VALUE SPACES.
       01  WS-BEFORE-ACCOUNT REDEFINES WS-BEFORE-IMAGE.
           05  FILLER              PIC X(55).
           05  BF-TRAN-LIMIT       PIC X(9).
           05  BF-RUN-LIMIT        PIC X(11).
           05  BF-CURRENCY         PIC X(3).
           05  FILLER              PIC X(42).

       01  WS-ACCT-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-ACCOUNT-MASTER   VALUE "Y".
       01  WS-NAME-INPUT           PIC X(30) VALUE SPACES.
       01  WS-DATE-INPUT           PIC X(8) VALUE SPACES.
       01  WS-STAT-INPUT           PIC X VALUE SPACE.
       01  WS-CURR-INPUT           PIC X(3) VALUE SPACES.
       01  WS-CURR-VALID-SWITCH    PIC X VALUE "N".
           88  CURRENCY-CODE-VALID     VALUE "Y".
       01  WS-LIMIT-INPUT          PIC X(13) VALUE SPACES.
       01  WS-LIMIT-NUMBER         PIC 9(9)V99 VALUE ZEROES.
       01  WS-TRNLIM-DISPLAY       PIC Z,ZZZ,ZZ9.99 VALUE ZEROES.

       PROCEDURE DIVISION.
       Account-Maint-Main.
           PERFORM Sign-On-Clerk
           PERFORM Open-Account-Master
           PERFORM UNTIL MENU-DONE
               PERFORM Show-Menu
           END-PERFORM
           CLOSE CALC-ACCOUNT-MASTER
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

      ******************************************************************
      * A new master is created only on file status 35 (file not
      * found). Any other status - for instance an unconverted
           END-EVALUATE.

      ******************************************************************
      * Accounts written before the status flag, dates, limits and
      * currency were carried come off the file with spaces there;
      * they normalize to active, undated, unlimited and base
      * currency on read.
      ******************************************************************
       Find-Account.
           MOVE "N" TO WS-FOUND-SWITCH
           END-IF
           IF AM-RUN-LIMIT NOT NUMERIC THEN
               MOVE ZEROES TO AM-RUN-LIMIT
           END-IF
           IF AM-CURRENCY = SPACES OR AM-CURRENCY = LOW-VALUES THEN
               MOVE "USD" TO AM-CURRENCY
           END-IF.

       Add-Account.
           MOVE ZEROES TO AM-CLOSE-DATE
           MOVE ZEROES TO AM-TRAN-LIMIT
           MOVE ZEROES TO AM-RUN-LIMIT
           DISPLAY "Currency code (blank for USD): "
               WITH NO ADVANCING
           ACCEPT WS-CURR-INPUT
           IF WS-CURR-INPUT = SPACES THEN
               MOVE "USD" TO WS-CURR-INPUT
           END-IF
           PERFORM Validate-Currency-Code
           IF NOT CURRENCY-CODE-VALID THEN
               DISPLAY "Currency must be a 3-letter code, account "
                   "not added"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURR-INPUT TO AM-CURRENCY
           WRITE CALC-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Account " WS-KEY-INPUT " could not be "
                       "written"
               NOT INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE "ADD" TO MJ-ACTION
                   PERFORM Write-Journal-Entry
                   PERFORM Display-One-Account
           END-WRITE.

               EXIT PARAGRAPH
           END-IF
           PERFORM Display-One-Account
           MOVE CALC-ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE "N" TO WS-CHANGE-SWITCH
           PERFORM UNTIL CHANGE-DONE
               PERFORM Change-One-Field
               INVALID KEY
                   DISPLAY "Account " WS-KEY-INPUT " could not be "
                       "rewritten"
               NOT INVALID KEY
                   PERFORM Journal-Account-Change
           END-REWRITE.

       Journal-Account-Change.
           IF CALC-ACCOUNT-RECORD = WS-BEFORE-IMAGE THEN
               EXIT PARAGRAPH
           END-IF
           IF AM-TRAN-LIMIT NOT = BF-TRAN-LIMIT OR
               AM-RUN-LIMIT NOT = BF-RUN-LIMIT
               MOVE "LIMIT" TO MJ-ACTION
           ELSE
               MOVE "CHANGE" TO MJ-ACTION
           END-IF
           PERFORM Write-Journal-Entry.

       Change-One-Field.
           DISPLAY "Change which field (1=Name, 2=Status, "
               "3=Open date, 4=Close date, 5=Tran limit, "
               "6=Run cap, 7=Currency, 0=Done): "
               WITH NO ADVANCING
           ACCEPT WS-FIELD-CHOICE
           EVALUATE WS-FIELD-CHOICE
                   COMPUTE WS-LIMIT-NUMBER =
                       FUNCTION NUMVAL (WS-LIMIT-INPUT)
                   MOVE WS-LIMIT-NUMBER TO AM-RUN-LIMIT-9
               WHEN "7"
                   DISPLAY "New currency code: " WITH NO ADVANCING
                   ACCEPT WS-CURR-INPUT
                   PERFORM Validate-Currency-Code
                   IF CURRENCY-CODE-VALID THEN
                       MOVE WS-CURR-INPUT TO AM-CURRENCY
                   ELSE
                       DISPLAY "Currency must be a 3-letter code"
                   END-IF
               WHEN "0"
                   SET CHANGE-DONE TO TRUE
               WHEN OTHER
               PERFORM Display-One-Account
           END-IF.

      ******************************************************************
      * A currency code is three letters; it is held in upper case
      * so it matches the codes on transactions and the rate file.
      ******************************************************************
       Validate-Currency-Code.
           MOVE "N" TO WS-CURR-VALID-SWITCH
           MOVE FUNCTION UPPER-CASE (WS-CURR-INPUT) TO WS-CURR-INPUT
           IF WS-CURR-INPUT IS ALPHABETIC-UPPER AND
               WS-CURR-INPUT (1:1) NOT = SPACE AND
               WS-CURR-INPUT (2:1) NOT = SPACE AND
               WS-CURR-INPUT (3:1) NOT = SPACE
               SET CURRENCY-CODE-VALID TO TRUE
           END-IF.

       Move-Date-To-Open.
           IF WS-DATE-INPUT NUMERIC THEN
               MOVE WS-DATE-INPUT TO AM-OPEN-DATE
               DISPLAY "Date must be YYYYMMDD, account not closed"
               EXIT PARAGRAPH
           END-IF
           MOVE CALC-ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE "C" TO AM-STATUS
           MOVE WS-DATE-INPUT TO AM-CLOSE-DATE
           REWRITE CALC-ACCOUNT-RECORD
                   DISPLAY "Account " WS-KEY-INPUT " could not be "
                       "rewritten"
               NOT INVALID KEY
                   MOVE "CLOSE" TO MJ-ACTION
                   PERFORM Write-Journal-Entry
                   PERFORM Display-One-Account
           END-REWRITE.

      ******************************************************************
      * The caller sets MJ-ACTION and the before image; the after
      * image is the account record as it now stands on the master.
      ******************************************************************
       Write-Journal-Entry.
           MOVE FUNCTION CURRENT-DATE (1:16) TO MJ-TIMESTAMP
           MOVE WS-CLERK-ID TO MJ-CLERK-ID
           MOVE "Calc-Account-Maint" TO MJ-PROGRAM
           MOVE AM-ACCOUNT-ID TO MJ-RECORD-KEY
           MOVE AM-ACCOUNT-ID TO MJ-ACCOUNT-ID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE CALC-ACCOUNT-RECORD TO MJ-AFTER-IMAGE
           WRITE CALC-JOURNAL-RECORD.

       List-Accounts.
           MOVE LOW-VALUES TO AM-ACCOUNT-ID
           START CALC-ACCOUNT-MASTER KEY NOT < AM-ACCOUNT-ID
           DISPLAY "Opens...: " AM-OPEN-DATE
           DISPLAY "Closes..: " AM-CLOSE-DATE
           DISPLAY "Tran lim: " WS-TRNLIM-DISPLAY
           DISPLAY "Run cap.: " WS-RUNLIM-DISPLAY
           DISPLAY "Currency: " AM-CURRENCY.
