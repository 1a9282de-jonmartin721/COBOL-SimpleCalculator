      *              date has already come due posts tonight under
      *              its originating date instead of detouring
      *              through the warehouse for a night.
      *   10/15/26 - Carry the reject reason and the date suspended on
      *              every CALCSUSP.DAT record, behind the value date
      *              so records in flight at cutover still parse, for
      *              Calc-Correction's display and the new suspense
      *              aging report (see Calc-Suspense-Aging).
      *   10/15/26 - Append STARTED and ENDED step entries, with the
      *              completion status, return code and key counts,
      *              to the shared run-control log CALCRUNL.DAT for
      *              the morning status report (see Calc-Run-Status).
      *   10/15/26 - Multi-currency posting: a currency code on the
      *              transaction (blank is base currency USD) must
      *              match the account master's currency and have a
      *              treasury rate in CALCFXRT.DAT for the posting
      *              date, else it suspends with its own reason. Limit
      *              checks, the run summary, CALCACTT.DAT and the
      *              balance master work in base currency; audit,
      *              history and the CSV feed carry the original
      *              amount, currency, rate and base amount. History
      *              grew to 93 bytes and must be converted once at
      *              cutover; suspense, release and warehouse records
      *              carry the currency behind their existing fields.
      *   10/15/26 - History carries the account and posting date again
      *              as the alternate key CH-ACCT-DATE-KEY (with
      *              duplicates) for Calc-Account-Inquiry; the record
      *              grew to 109 bytes and existing history is converted
      *              once at cutover, the posting date taken from the
      *              run id.
      *   10/15/26 - History carries a hold date CH-HOLD-DATE (zero when
      *              posted) that Calc-Archive-Restore sets on restored
      *              records; the record grew to 117 bytes.
      *   10/15/26 - Suspend any transaction whose posting date falls in
      *              a month closed in CALCPERD.DAT (see Calc-Period-
      *              Close), with the reason "Posting period closed";
      *              releases and warehouse records are judged on their
      *              originating file date and the supervisor override
      *              does not bypass the check.
      *   10/15/26 - Authorize each HDR/TRL set against the sending-
      *              system master CALCSRCM.DAT (loaded before the
      *              control pass; the run stops without it): a set from
      *              a source missing there or inactive fails as UNKNOWN
      *              OR INACTIVE SOURCE, and a set carrying a
      *              transaction id outside its source's range fails as
      *              TRANS ID OUT OF RANGE; neither posts nor registers
      *              in CALCFREG.DAT.
      *   10/15/26 - A prior-result (R) operand must be in the
      *              transaction's currency; a reference posted in
      *              another currency suspends with reason Reference
      *              currency mismatch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Example-Calculator.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CALC-ID
               ALTERNATE RECORD KEY IS CH-ACCT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CALC-SEQUENCE-FILE ASSIGN TO "CALCSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCOUNT-ID
               FILE STATUS IS WS-BALM-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
           SELECT CALC-RATE-FILE ASSIGN TO "CALCFXRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRT-STATUS.
           SELECT CALC-PERIOD-FILE ASSIGN TO "CALCPERD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.
           SELECT CALC-SOURCE-MASTER ASSIGN TO "CALCSRCM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TR-NUM1-TYPE        PIC X.
           05  TR-NUM2-TYPE        PIC X.
           05  TR-VALUE-DATE       PIC X(8).
           05  TR-CURRENCY         PIC X(3).
       01  CALC-CONTROL-RECORD.
           05  CT-RECORD-TYPE      PIC X(3).
           05  CT-CONTROL-DETAIL   PIC X(24).
           05  AL-STATUS           PIC X(8).
           05  AL-REASON           PIC X(30).
           05  AL-FILE-DATE        PIC X(8).
           05  AL-CURRENCY         PIC X(3).
           05  AL-BASE-RESULT      PIC S9(11)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.

       FD  CALC-CHECKPOINT-FILE.
       01  CALC-CHECKPOINT-RECORD.
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

       FD  CALC-SEQUENCE-FILE.
       01  CALC-SEQUENCE-RECORD.
           05  SQ-NEXT-CALC-ID     PIC 9(6).

       FD  CALC-CSV-FILE.
       01  CALC-CSV-RECORD         PIC X(120).

       FD  CALC-PARM-FILE.
       01  CALC-PARM-RECORD.
           05  SP-FILE-DATE        PIC 9(8).
           05  SP-OVERRIDE         PIC X.
           05  SP-VALUE-DATE       PIC X(8).
           05  SP-REASON           PIC X(30).
           05  SP-SUSP-DATE        PIC 9(8).
           05  SP-CURRENCY         PIC X(3).

       FD  CALC-RELEASE-FILE.
       01  CALC-RELEASE-RECORD.
           05  RL-FILE-DATE        PIC 9(8).
           05  RL-OVERRIDE         PIC X.
           05  RL-VALUE-DATE       PIC X(8).
           05  RL-CURRENCY         PIC X(3).

       FD  CALC-RESEND-FILE.
       01  CALC-RESEND-RECORD      PIC X(120).

       FD  CALC-FILE-REGISTRY.
       01  CALC-FILE-REG-RECORD.
           05  AM-RUN-LIMIT        PIC X(11).
           05  AM-RUN-LIMIT-9 REDEFINES AM-RUN-LIMIT
                                   PIC 9(9)V99.
           05  AM-CURRENCY         PIC X(3).

       FD  CALC-ACCT-TOTAL-FILE.
       01  CALC-ACCT-TOTAL-RECORD.
           05  WH-NUM2-TYPE        PIC X.
           05  WH-VALUE-DATE       PIC X(8).
           05  WH-FILE-DATE        PIC 9(8).
           05  WH-CURRENCY         PIC X(3).

       FD  CALC-WAREHOUSE-WORK.
       01  CALC-WAREHOUSE-WORK-REC PIC X(56).

       FD  CALC-BALANCE-FILE.
       01  CALC-BALANCE-RECORD.
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

       FD  CALC-RATE-FILE.
       01  CALC-RATE-RECORD.
           05  FX-CURRENCY         PIC X(3).
           05  FX-FROM-DATE        PIC 9(8).
           05  FX-TO-DATE          PIC 9(8).
           05  FX-RATE             PIC 9(5)V9(6).

       FD  CALC-PERIOD-FILE.
       01  CALC-PERIOD-RECORD.
           05  PD-PERIOD           PIC 9(6).
           05  PD-STATUS           PIC X.
           05  PD-CLOSED-STAMP     PIC X(14).
           05  PD-CLOSED-BY        PIC X(8).
           05  PD-REOPENED-STAMP   PIC X(14).
           05  PD-REOPENED-BY      PIC X(8).
           05  PD-REOPEN-REASON    PIC X(30).

       FD  CALC-SOURCE-MASTER.
       01  CALC-SOURCE-RECORD.
           05  SM-SOURCE-ID        PIC X(8).
           05  SM-STATUS           PIC X.
           05  SM-ARRIVAL-DAYS     PIC X(7).
           05  SM-CUTOFF-TIME      PIC 9(4).
           05  SM-LOW-TRANS-ID     PIC 9(6).
           05  SM-HIGH-TRANS-ID    PIC 9(6).
           05  SM-CONTACT          PIC X(40).

       WORKING-STORAGE SECTION.
       01  Num1    Pic S9(7)V99   VALUE ZEROES.
       01  Num2    Pic S9(7)V99   VALUE ZEROES.
       01  Result-Display  Pic ---,---,---.99  VALUE ZEROES.
       01  Operator    Pic X VALUE SPACE.

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

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  END-OF-TRANS-FILE       VALUE "Y".

           05  WS-SUB-COUNT        PIC 9(6) VALUE ZEROES.
           05  WS-MUL-COUNT        PIC 9(6) VALUE ZEROES.
           05  WS-DIV-COUNT        PIC 9(6) VALUE ZEROES.
           05  WS-RESULT-SUM       PIC S9(11)V99 VALUE ZEROES.
           05  WS-RESULT-MIN       PIC S9(11)V99 VALUE ZEROES.
           05  WS-RESULT-MAX       PIC S9(11)V99 VALUE ZEROES.
       01  WS-FIRST-RESULT-SWITCH  PIC X VALUE "Y".
           88  FIRST-RESULT-OF-RUN     VALUE "Y".

       01  WS-SUM-DISPLAY      Pic ---,---,---,---.99  VALUE ZEROES.
       01  WS-MIN-DISPLAY      Pic ---,---,---,---.99  VALUE ZEROES.
       01  WS-MAX-DISPLAY      Pic ---,---,---,---.99  VALUE ZEROES.

       01  WS-TRANS-STATUS         PIC XX VALUE "00".

           05  WS-CUR-ACCT-CLOSE   PIC 9(8) VALUE ZEROES.
           05  WS-CUR-ACCT-TRNLIM  PIC 9(7)V99 VALUE ZEROES.
           05  WS-CUR-ACCT-RUNLIM  PIC 9(9)V99 VALUE ZEROES.
           05  WS-CUR-ACCT-CURR    PIC X(3) VALUE "USD".
       01  WS-ACTIVITY-TABLE.
           05  WS-ACTV-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-ACTV-ENTRY OCCURS 5000 TIMES.
       01  WS-REF-FOUND-SWITCH     PIC X VALUE "N".
           88  REFERENCE-FOUND         VALUE "Y".
       01  WS-REF-CALC-ID          PIC 9(6) VALUE ZEROES.
       01  WS-REF-CURRENCY         PIC X(3) VALUE SPACES.

       01  WS-CTL-EOF-SWITCH       PIC X VALUE "N".
           88  END-OF-CONTROL-PASS     VALUE "Y".
               10  WS-SET-POSTED   PIC 9(6).
               10  WS-SET-REJECTED PIC 9(6).
               10  WS-SET-DUPS     PIC 9(6).
               10  WS-SET-LOW-ID   PIC 9(6).
               10  WS-SET-HIGH-ID  PIC 9(6).
       01  WS-SET-SUB              PIC 9(4) COMP VALUE ZEROES.
       01  WS-CUR-SET              PIC 9(4) COMP VALUE ZEROES.
       01  WS-SET-ACTIVE-SWITCH    PIC X VALUE "N".
       01  WS-LIMIT-NEG            PIC S9(9)V99 VALUE ZEROES.
       01  WS-RUN-PROJECTED        PIC S9(11)V99 VALUE ZEROES.

       01  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
       01  WS-TRAN-CURRENCY        PIC X(3) VALUE "USD".
       01  WS-FX-RATE              PIC 9(5)V9(6) VALUE 1.
       01  WS-BASE-RESULT          PIC S9(11)V99 VALUE ZEROES.
       01  WS-BASE-NUM1            PIC S9(11)V99 VALUE ZEROES.
       01  WS-BASE-NUM2            PIC S9(11)V99 VALUE ZEROES.
       01  WS-FXRT-STATUS          PIC XX VALUE "00".
       01  WS-FXRT-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-RATE-FILE        VALUE "Y".
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-RATE-ENTRY OCCURS 2000 TIMES.
               10  WS-RATE-CURR    PIC X(3).
               10  WS-RATE-FROM    PIC 9(8).
               10  WS-RATE-TO      PIC 9(8).
               10  WS-RATE-VALUE   PIC 9(5)V9(6).
       01  WS-RATE-SUB             PIC 9(4) COMP VALUE ZEROES.
       01  WS-RATE-BEST-FROM       PIC 9(8) VALUE ZEROES.
       01  WS-RATE-FOUND-SWITCH    PIC X VALUE "N".
           88  RATE-FOUND              VALUE "Y".

       01  WS-PERD-STATUS          PIC XX VALUE "00".
       01  WS-PERD-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-PERIOD-FILE      VALUE "Y".
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-COUNT     PIC 9(3) VALUE ZEROES.
           05  WS-CLOSED-PERIOD OCCURS 600 TIMES
                                   PIC 9(6).
       01  WS-CLOSED-SUB           PIC 9(4) COMP VALUE ZEROES.
       01  WS-PERIOD-CLOSED-SWITCH PIC X VALUE "N".
           88  POSTING-PERIOD-CLOSED   VALUE "Y".

       01  WS-SRCM-STATUS          PIC XX VALUE "00".
       01  WS-SRCM-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-SOURCE-MASTER    VALUE "Y".
       01  WS-SRC-TABLE.
           05  WS-SRC-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-SRC-ENTRY OCCURS 200 TIMES.
               10  WS-SRC-ID       PIC X(8).
               10  WS-SRC-STATUS   PIC X.
               10  WS-SRC-LOW-ID   PIC 9(6).
               10  WS-SRC-HIGH-ID  PIC 9(6).
       01  WS-SRC-SUB              PIC 9(4) COMP VALUE ZEROES.
       01  WS-SRC-FOUND-SWITCH     PIC X VALUE "N".
           88  SOURCE-FOUND            VALUE "Y".

       01  WS-STND-STATUS          PIC XX VALUE "00".
       01  WS-STND-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-STANDING-FILE    VALUE "Y".
       01  WS-LOOKUP-NUM1-DISPLAY  Pic ---,---,---.99  VALUE ZEROES.
       01  WS-LOOKUP-NUM2-DISPLAY  Pic ---,---,---.99  VALUE ZEROES.
       01  WS-LOOKUP-RSLT-DISPLAY  Pic ---,---,---.99  VALUE ZEROES.
       01  WS-LOOKUP-BASE-DISPLAY  Pic ---,---,---,---.99
                                   VALUE ZEROES.

       01  WS-CSV-DATE             PIC X(8).
       01  WS-CSV-TRANS-ID         PIC 9(6).
       01  WS-CSV-NUM1             PIC -9(7).99.
       01  WS-CSV-NUM2             PIC -9(7).99.
       01  WS-CSV-RESULT           PIC -9(7).99.
       01  WS-CSV-RATE             PIC 9(5).9(6).
       01  WS-CSV-BASE-RESULT      PIC -9(11).99.

       PROCEDURE DIVISION.
       Calculator.
           PERFORM Register-Input-File.
           PERFORM Clear-Checkpoint.
           PERFORM Print-Summary-Report.
           PERFORM Log-Calculator-Step.
           STOP RUN.

      ******************************************************************
           END-IF
           MOVE TR-OPERATOR TO AL-OPERATOR
           MOVE ZERO TO AL-RESULT
           MOVE TR-CURRENCY TO AL-CURRENCY
           MOVE ZERO TO AL-BASE-RESULT
           MOVE "SKIPPED" TO AL-STATUS
           MOVE "Duplicate transaction" TO AL-REASON
           MOVE WS-POSTING-DATE TO AL-FILE-DATE
      * the lookup is one keyed READ however many accounts exist.
      * Accounts written before Calc-Account-Maint carried the
      * status flag, dates and limits come off the file with spaces
      * there; they normalize to active, undated and unlimited. An
      * account with no currency code is held in base currency.
      ******************************************************************
       Open-Account-Master.
           OPEN INPUT CALC-ACCOUNT-MASTER
               MOVE AM-RUN-LIMIT-9 TO WS-CUR-ACCT-RUNLIM
           ELSE
               MOVE ZEROES TO WS-CUR-ACCT-RUNLIM
           END-IF
           IF AM-CURRENCY = SPACES OR AM-CURRENCY = LOW-VALUES THEN
               MOVE WS-BASE-CURRENCY TO WS-CUR-ACCT-CURR
           ELSE
               MOVE AM-CURRENCY TO WS-CUR-ACCT-CURR
           END-IF.

      ******************************************************************
           END-IF
           IF ACTIVITY-FOUND THEN
               ADD 1 TO WS-ACTV-TRANS (WS-ACTV-FOUND-SUB)
               ADD WS-BASE-RESULT TO WS-ACTV-TOTAL (WS-ACTV-FOUND-SUB)
           END-IF.

       Write-Account-Totals.
           IF VALID-TRANSACTION
               MOVE TR-OPERATOR TO Operator
               PERFORM Calculate-Result
               COMPUTE WS-BASE-RESULT ROUNDED = Result * WS-FX-RATE
               PERFORM Check-Result-Limit
           END-IF
           IF VALID-TRANSACTION
           IF VALID-TRANSACTION
               IF NOT SUPPRESS-RESULT-DISPLAY THEN
                   MOVE Result TO Result-Display
                   DISPLAY "Result: ", Result-Display, " ",
                       WS-TRAN-CURRENCY
               END-IF
               PERFORM Write-Audit-Record
               PERFORM Write-History-Record
               IF TR-NUM1 > ZERO AND WS-REF-CALC-ID = TR-NUM1 THEN
                   PERFORM Read-History-Reference
                   IF REFERENCE-FOUND THEN
                       PERFORM Check-Reference-Currency
                       IF VALID-TRANSACTION THEN
                           MOVE CH-RESULT TO Num1
                       END-IF
                   ELSE
                       PERFORM Reject-Unknown-Reference
                   END-IF
                       WS-REF-CALC-ID = TR-NUM2
                       PERFORM Read-History-Reference
                       IF REFERENCE-FOUND THEN
                           PERFORM Check-Reference-Currency
                           IF VALID-TRANSACTION THEN
                               MOVE CH-RESULT TO Num2
                           END-IF
                       ELSE
                           PERFORM Reject-Unknown-Reference
                       END-IF
                   SET REFERENCE-FOUND TO TRUE
           END-READ.

      ******************************************************************
      * A prior result is in the currency it was posted in; history
      * written before currencies were carried has a blank code and
      * is base currency. It may only feed a transaction booked in
      * the same currency.
      ******************************************************************
       Check-Reference-Currency.
           IF CH-CURRENCY = SPACES OR CH-CURRENCY = LOW-VALUES THEN
               MOVE WS-BASE-CURRENCY TO WS-REF-CURRENCY
           ELSE
               MOVE FUNCTION UPPER-CASE (CH-CURRENCY)
                   TO WS-REF-CURRENCY
           END-IF
           IF WS-REF-CURRENCY NOT = WS-TRAN-CURRENCY THEN
               DISPLAY "Reference currency mismatch, transaction "
                   TR-TRANS-ID " rejected"
               MOVE "Reference currency mismatch" TO WS-REJECT-REASON
               PERFORM Write-Reject-Record
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.

       Reject-Unknown-Reference.
           DISPLAY "Unknown calc reference, transaction "
               TR-TRANS-ID " rejected"
                           MOVE CALC-RELEASE-RECORD (1:37)
                               TO CALC-TRANS-RECORD (1:37)
                           MOVE RL-VALUE-DATE TO TR-VALUE-DATE
                           MOVE RL-CURRENCY TO TR-CURRENCY
                           PERFORM Process-Transaction
                           MOVE "N" TO WS-OVERRIDE-SWITCH
                   END-READ
           MOVE TR-NUM2-TYPE TO WH-NUM2-TYPE
           MOVE TR-VALUE-DATE TO WH-VALUE-DATE
           MOVE WS-POSTING-DATE TO WH-FILE-DATE
           MOVE TR-CURRENCY TO WH-CURRENCY
           WRITE CALC-WAREHOUSE-RECORD
           CLOSE CALC-WAREHOUSE-FILE
           ADD 1 TO WS-WHSE-STORED
           END-IF
           MOVE TR-OPERATOR TO AL-OPERATOR
           MOVE ZERO TO AL-RESULT
           MOVE TR-CURRENCY TO AL-CURRENCY
           MOVE ZERO TO AL-BASE-RESULT
           MOVE "STORED" TO AL-STATUS
           MOVE "Warehoused to value date" TO AL-REASON
           MOVE WS-POSTING-DATE TO AL-FILE-DATE
               MOVE WH-NUM1-TYPE TO TR-NUM1-TYPE
               MOVE WH-NUM2-TYPE TO TR-NUM2-TYPE
               MOVE WH-VALUE-DATE TO TR-VALUE-DATE
               MOVE WH-CURRENCY TO TR-CURRENCY
               IF WH-FILE-DATE NUMERIC AND WH-FILE-DATE > ZEROES
                   MOVE WH-FILE-DATE TO WS-POSTING-DATE
               ELSE
      ******************************************************************
      * Due standing instructions generate as normal transactions in
      * their own 900000+ transaction-id range and post under the
      * first set's file date in the account's own currency, then the
      * instruction's next-due date
      * rolls forward one period and the file is rewritten. An abend
      * before the rewrite is safe: a rerun regenerates the same ids
      * and the posted registry skips them as duplicates.
           MOVE SPACE TO TR-NUM1-TYPE
           MOVE SPACE TO TR-NUM2-TYPE
           MOVE SPACES TO TR-VALUE-DATE
           PERFORM Find-Account
           IF ACCOUNT-FOUND THEN
               MOVE WS-CUR-ACCT-CURR TO TR-CURRENCY
           ELSE
               MOVE SPACES TO TR-CURRENCY
           END-IF
           MOVE "Y" TO WS-GENERATED-SWITCH
           PERFORM Process-Transaction
           MOVE "N" TO WS-GENERATED-SWITCH
               ADD 1 TO WS-SET-POSTED (WS-CUR-SET)
           END-IF
           PERFORM Tally-Account-Activity
           ADD WS-BASE-RESULT TO WS-RESULT-SUM
           IF FIRST-RESULT-OF-RUN THEN
               MOVE WS-BASE-RESULT TO WS-RESULT-MIN
               MOVE WS-BASE-RESULT TO WS-RESULT-MAX
               MOVE "N" TO WS-FIRST-RESULT-SWITCH
           ELSE
               IF WS-BASE-RESULT < WS-RESULT-MIN THEN
                   MOVE WS-BASE-RESULT TO WS-RESULT-MIN
               END-IF
               IF WS-BASE-RESULT > WS-RESULT-MAX THEN
                   MOVE WS-BASE-RESULT TO WS-RESULT-MAX
               END-IF
           END-IF.

           DISPLAY "Subtractions...: " WS-SUB-COUNT
           DISPLAY "Multiplications: " WS-MUL-COUNT
           DISPLAY "Divisions......: " WS-DIV-COUNT
           DISPLAY "Base currency..: " WS-BASE-CURRENCY
           DISPLAY "Sum of Results.: " WS-SUM-DISPLAY
           DISPLAY "Minimum Result.: " WS-MIN-DISPLAY
           DISPLAY "Maximum Result.: " WS-MAX-DISPLAY
                   WS-SET-FILE-DATE (WS-SET-SUB)
                   " ALREADY PROCESSED, set skipped"
           ELSE
               EVALUATE WS-SET-BALANCE (WS-SET-SUB)
                   WHEN "N"
                       DISPLAY WS-SET-SOURCE-ID (WS-SET-SUB) " "
                           WS-SET-FILE-DATE (WS-SET-SUB)
                           " OUT OF BALANCE, set not posted"
                   WHEN "U"
                       DISPLAY WS-SET-SOURCE-ID (WS-SET-SUB) " "
                           WS-SET-FILE-DATE (WS-SET-SUB)
                           " UNKNOWN OR INACTIVE SOURCE, set not "
                           "posted"
                   WHEN "R"
                       DISPLAY WS-SET-SOURCE-ID (WS-SET-SUB) " "
                           WS-SET-FILE-DATE (WS-SET-SUB)
                           " TRANS ID OUT OF RANGE, set not posted"
                   WHEN OTHER
                       DISPLAY WS-SET-SOURCE-ID (WS-SET-SUB) " "
                           WS-SET-FILE-DATE (WS-SET-SUB)
                           " posted " WS-SET-POSTED (WS-SET-SUB)
                           " rejected " WS-SET-REJECTED (WS-SET-SUB)
                           " duplicates " WS-SET-DUPS (WS-SET-SUB)
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Run-control step entry for the batch: posted, rejected and
      * duplicate counts summed over the sets, plus the warehoused and
      * resent counts. A failed set ends the step WARNING.
      ******************************************************************
       Log-Calculator-Step.
           MOVE "POSTED" TO WS-STEP-LABEL (1)
           MOVE "REJECTED" TO WS-STEP-LABEL (2)
           MOVE "DUPLICATES" TO WS-STEP-LABEL (3)
           MOVE "WAREHOUSED" TO WS-STEP-LABEL (4)
           MOVE "RESENT" TO WS-STEP-LABEL (5)
           MOVE 1 TO WS-SET-SUB
           PERFORM UNTIL WS-SET-SUB > WS-SET-COUNT
               IF WS-SET-SEEN (WS-SET-SUB) NOT = "Y" THEN
                   ADD WS-SET-POSTED (WS-SET-SUB) TO WS-STEP-VALUE (1)
                   ADD WS-SET-REJECTED (WS-SET-SUB)
                       TO WS-STEP-VALUE (2)
                   ADD WS-SET-DUPS (WS-SET-SUB) TO WS-STEP-VALUE (3)
                   IF WS-SET-BALANCE (WS-SET-SUB) NOT = "Y" THEN
                       MOVE "WARNING" TO WS-STEP-STATUS
                   END-IF
               END-IF
               ADD 1 TO WS-SET-SUB
           END-PERFORM
           MOVE WS-WHSE-STORED TO WS-STEP-VALUE (4)
           MOVE WS-RESEND-COUNT TO WS-STEP-VALUE (5)
           PERFORM Log-Step-End.

       Initialize-Run.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14) TO WS-RUN-ID
           MOVE WS-RUN-ID TO WS-STEP-SELECTION
           PERFORM Log-Step-Start
           OPEN INPUT CALC-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00" THEN
               DISPLAY "CALCTRAN.DAT not found, run aborted"
               STOP RUN
           END-IF
           PERFORM Load-Source-Master
           PERFORM Verify-Control-Totals
           MOVE WS-FILE-DATE TO WS-POSTING-DATE
           PERFORM Check-File-Registry
           PERFORM Open-Posted-Registry
           PERFORM Open-Account-Master
           PERFORM Load-Exchange-Rates
           PERFORM Load-Closed-Periods
           OPEN EXTEND CALC-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00" THEN
               OPEN OUTPUT CALC-AUDIT-LOG
                       IF TR-NUM2 NUMERIC THEN
                           ADD TR-NUM2 TO WS-HASH-TOTAL
                       END-IF
                       PERFORM Check-Trans-Id-Range
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Only sending systems on the source master may post. A set
      * from a source that is missing there or marked inactive fails
      * as a whole ("U"), and so does a set carrying a transaction
      * id outside its source's allowed range ("R"); Start-Next-Set
      * then passes over it like an out-of-balance set ("N").
      ******************************************************************
       Check-Set-Source.
           MOVE ZEROES TO WS-SET-LOW-ID (WS-SET-COUNT)
           MOVE 999999 TO WS-SET-HIGH-ID (WS-SET-COUNT)
           MOVE "N" TO WS-SRC-FOUND-SWITCH
           MOVE 1 TO WS-SRC-SUB
           PERFORM UNTIL SOURCE-FOUND OR WS-SRC-SUB > WS-SRC-COUNT
               IF WS-SRC-ID (WS-SRC-SUB) = CT-SOURCE-ID THEN
                   SET SOURCE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SRC-SUB
               END-IF
           END-PERFORM
           IF NOT SOURCE-FOUND THEN
               DISPLAY "CALCTRAN.DAT set from " CT-SOURCE-ID
                   " dated " CT-FILE-DATE " is not from a sending "
                   "system on CALCSRCM.DAT, set failed"
               MOVE "U" TO WS-SET-BALANCE (WS-SET-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF WS-SRC-STATUS (WS-SRC-SUB) NOT = "A" THEN
               DISPLAY "CALCTRAN.DAT set from " CT-SOURCE-ID
                   " dated " CT-FILE-DATE " is from an inactive "
                   "sending system, set failed"
               MOVE "U" TO WS-SET-BALANCE (WS-SET-COUNT)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SRC-LOW-ID (WS-SRC-SUB)
               TO WS-SET-LOW-ID (WS-SET-COUNT)
           MOVE WS-SRC-HIGH-ID (WS-SRC-SUB)
               TO WS-SET-HIGH-ID (WS-SET-COUNT).

       Check-Trans-Id-Range.
           IF WS-SET-BALANCE (WS-SET-COUNT) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           IF TR-TRANS-ID < WS-SET-LOW-ID (WS-SET-COUNT) OR
               TR-TRANS-ID > WS-SET-HIGH-ID (WS-SET-COUNT)
               DISPLAY "CALCTRAN.DAT set from "
                   WS-SET-SOURCE-ID (WS-SET-COUNT)
                   " carries transaction " TR-TRANS-ID
                   " outside its range "
                   WS-SET-LOW-ID (WS-SET-COUNT) "-"
                   WS-SET-HIGH-ID (WS-SET-COUNT) ", set failed"
               MOVE "R" TO WS-SET-BALANCE (WS-SET-COUNT)
           END-IF.

      ******************************************************************
      * Operations keeps CALCSRCM.DAT, one line per authorized
      * sending system: status (A=active, I=inactive), expected
      * arrival days, cutoff time, allowed transaction-id range and
      * contact. The batch needs only the status and range; the
      * schedule is checked by Calc-Intake-Check. Without the master
      * no set can be authorized, so the run stops.
      ******************************************************************
       Load-Source-Master.
           OPEN INPUT CALC-SOURCE-MASTER
           IF WS-SRCM-STATUS NOT = "00" THEN
               DISPLAY "CALCSRCM.DAT not found, run aborted"
               CLOSE CALC-TRANS-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-SOURCE-MASTER
               READ CALC-SOURCE-MASTER
                   AT END
                       SET END-OF-SOURCE-MASTER TO TRUE
                   NOT AT END
                       PERFORM Load-One-Source
               END-READ
           END-PERFORM
           CLOSE CALC-SOURCE-MASTER.

       Load-One-Source.
           IF SM-SOURCE-ID = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           IF SM-LOW-TRANS-ID NOT NUMERIC OR
               SM-HIGH-TRANS-ID NOT NUMERIC OR
               SM-LOW-TRANS-ID > SM-HIGH-TRANS-ID
               DISPLAY "CALCSRCM.DAT entry for " SM-SOURCE-ID
                   " has no valid transaction-id range, ignored"
               EXIT PARAGRAPH
           END-IF
           IF WS-SRC-COUNT NOT < 200 THEN
               DISPLAY "Over 200 sending systems on CALCSRCM.DAT, "
                   "run aborted"
               CLOSE CALC-SOURCE-MASTER
               CLOSE CALC-TRANS-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-SRC-COUNT
           MOVE SM-SOURCE-ID TO WS-SRC-ID (WS-SRC-COUNT)
           MOVE FUNCTION UPPER-CASE (SM-STATUS)
               TO WS-SRC-STATUS (WS-SRC-COUNT)
           MOVE SM-LOW-TRANS-ID TO WS-SRC-LOW-ID (WS-SRC-COUNT)
           MOVE SM-HIGH-TRANS-ID TO WS-SRC-HIGH-ID (WS-SRC-COUNT).

       Open-Control-Set.
           IF HEADER-SEEN THEN
               DISPLAY "CALCTRAN.DAT set from "
           MOVE ZEROES TO WS-SET-POSTED (WS-SET-COUNT)
           MOVE ZEROES TO WS-SET-REJECTED (WS-SET-COUNT)
           MOVE ZEROES TO WS-SET-DUPS (WS-SET-COUNT)
           PERFORM Check-Set-Source
           IF WS-SET-COUNT = 1 THEN
               MOVE CT-FILE-DATE TO WS-FILE-DATE
               MOVE CT-SOURCE-ID TO WS-SOURCE-ID
           MOVE Num2 TO WS-CSV-NUM2
           MOVE Result TO WS-CSV-RESULT
           MOVE TR-TRANS-ID TO WS-CSV-TRANS-ID
           MOVE WS-FX-RATE TO WS-CSV-RATE
           MOVE WS-BASE-RESULT TO WS-CSV-BASE-RESULT
           MOVE SPACES TO CALC-CSV-RECORD
           STRING WS-CSV-DATE        DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  Operator           DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CSV-RESULT      DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-TRAN-CURRENCY   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CSV-RATE        DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CSV-BASE-RESULT DELIMITED BY SIZE
               INTO CALC-CSV-RECORD
           END-STRING
           WRITE CALC-CSV-RECORD.
           MOVE Num2 TO CH-NUM2
           MOVE Operator TO CH-OPERATOR
           MOVE Result TO CH-RESULT
           MOVE WS-TRAN-CURRENCY TO CH-CURRENCY
           MOVE WS-FX-RATE TO CH-FX-RATE
           MOVE WS-BASE-RESULT TO CH-BASE-RESULT
           MOVE TR-ACCOUNT-ID TO CH-KEY-ACCOUNT
           MOVE WS-POSTING-DATE TO CH-POST-DATE
           MOVE ZEROES TO CH-HOLD-DATE
           WRITE CALC-HISTORY-RECORD
           ADD 1 TO WS-NEXT-CALC-ID
           PERFORM Write-Sequence-Record.
                               DISPLAY "Num2: " WS-LOOKUP-NUM2-DISPLAY
                               DISPLAY "Operator: " CH-OPERATOR
                               DISPLAY "Result: " WS-LOOKUP-RSLT-DISPLAY
                               PERFORM Display-Lookup-Currency
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
           END-IF.

      ******************************************************************
      * History written before multi-currency posting has no currency
      * or base amount; it was posted in base currency.
      ******************************************************************
       Display-Lookup-Currency.
           IF CH-CURRENCY = SPACES OR CH-BASE-RESULT NOT NUMERIC THEN
               DISPLAY "Currency: " WS-BASE-CURRENCY
           ELSE
               MOVE CH-BASE-RESULT TO WS-LOOKUP-BASE-DISPLAY
               DISPLAY "Currency: " CH-CURRENCY " rate " CH-FX-RATE
               DISPLAY "Base result (" WS-BASE-CURRENCY "): "
                   WS-LOOKUP-BASE-DISPLAY
           END-IF.

      ******************************************************************
      * The checkpoint carries the set ordinal alongside the last
      * transaction id: the source systems' id ranges overlap, so a
           MOVE Num2 TO AL-NUM2
           MOVE Operator TO AL-OPERATOR
           MOVE Result TO AL-RESULT
           MOVE WS-TRAN-CURRENCY TO AL-CURRENCY
           MOVE WS-BASE-RESULT TO AL-BASE-RESULT
           MOVE "ACCEPTED" TO AL-STATUS
           IF OVERRIDE-IN-EFFECT THEN
               MOVE "Supervisor override" TO AL-REASON
           END-IF
           MOVE TR-OPERATOR TO AL-OPERATOR
           MOVE ZERO TO AL-RESULT
           MOVE TR-CURRENCY TO AL-CURRENCY
           MOVE ZERO TO AL-BASE-RESULT
           MOVE "REJECTED" TO AL-STATUS
           MOVE WS-REJECT-REASON TO AL-REASON
           MOVE WS-POSTING-DATE TO AL-FILE-DATE
      * for byte, so an invalid Num1/Num2 reaches the clerk exactly
      * as keyed; the value date sits behind the file date and
      * override so old suspense records still parse at cutover.
      * The reject reason and the run's calendar date follow, so a
      * clerk sees why a record bounced and how long it has waited
      * without going back to CALCAUD.DAT. The currency code rides
      * at the end so the correction keeps it.
      ******************************************************************
       Write-Suspense-Record.
           MOVE CALC-TRANS-RECORD (1:37)
           MOVE WS-POSTING-DATE TO SP-FILE-DATE
           MOVE "N" TO SP-OVERRIDE
           MOVE TR-VALUE-DATE TO SP-VALUE-DATE
           MOVE WS-REJECT-REASON TO SP-REASON
           MOVE WS-CURRENT-DATETIME (1:8) TO SP-SUSP-DATE
           MOVE TR-CURRENCY TO SP-CURRENCY
           WRITE CALC-SUSPENSE-RECORD.

       Validate-Transaction.
           MOVE "Y" TO WS-VALID-SWITCH
           PERFORM Check-Posting-Period
           IF VALID-TRANSACTION THEN
               IF TR-NUM1 NOT NUMERIC OR TR-NUM2 NOT NUMERIC THEN
                   DISPLAY "Invalid number, transaction "
                       TR-TRANS-ID " rejected"
                   MOVE "Invalid Num1 or Num2" TO WS-REJECT-REASON
                   PERFORM Write-Reject-Record
                   MOVE "N" TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF VALID-TRANSACTION THEN
               PERFORM Find-Account
           IF VALID-TRANSACTION THEN
               PERFORM Check-Account-Effective
           END-IF
           IF VALID-TRANSACTION THEN
               PERFORM Check-Currency
           END-IF
           IF VALID-TRANSACTION THEN
               PERFORM Check-Tran-Limit
           END-IF
      * operands carry an id, not an amount, so only value operands
      * are checked against the single-transaction maximum; the
      * per-run cap is checked against the projected run total once
      * the result is known. Limits are held in base currency, so
      * operands and result are converted at the posting-date rate
      * before the comparison. A release carrying the supervisor
      * override flag bypasses both checks.
      ******************************************************************
       Check-Tran-Limit.
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LIMIT-NEG = ZERO - WS-CUR-ACCT-TRNLIM
           COMPUTE WS-BASE-NUM1 ROUNDED = TR-NUM1 * WS-FX-RATE
           COMPUTE WS-BASE-NUM2 ROUNDED = TR-NUM2 * WS-FX-RATE
           IF (TR-NUM1-TYPE NOT = "R" AND
               (WS-BASE-NUM1 > WS-CUR-ACCT-TRNLIM OR
                WS-BASE-NUM1 < WS-LIMIT-NEG)) OR
              (TR-NUM2-TYPE NOT = "R" AND
               (WS-BASE-NUM2 > WS-CUR-ACCT-TRNLIM OR
                WS-BASE-NUM2 < WS-LIMIT-NEG))
               DISPLAY "Over account limit, transaction "
                   TR-TRANS-ID " suspended"
               MOVE "Over account limit" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LIMIT-NEG = ZERO - WS-CUR-ACCT-TRNLIM
           IF WS-BASE-RESULT > WS-CUR-ACCT-TRNLIM OR
               WS-BASE-RESULT < WS-LIMIT-NEG
               DISPLAY "Over account limit, transaction "
                   TR-TRANS-ID " suspended"
               MOVE "Over account limit" TO WS-REJECT-REASON
           PERFORM Find-Activity-Entry
           IF ACTIVITY-FOUND THEN
               COMPUTE WS-RUN-PROJECTED =
                   WS-ACTV-TOTAL (WS-ACTV-FOUND-SUB) + WS-BASE-RESULT
           ELSE
               MOVE WS-BASE-RESULT TO WS-RUN-PROJECTED
           END-IF
           IF WS-RUN-PROJECTED < ZERO THEN
               COMPUTE WS-RUN-PROJECTED = ZERO - WS-RUN-PROJECTED
               END-IF
           END-IF.

      ******************************************************************
      * A transaction posts in its account's own currency: a blank
      * code is base currency, any other code must match the code on
      * the account master. The treasury rate for the posting date
      * converts the amounts to base currency for the limit checks,
      * the run totals and the balance master; a currency with no
      * rate in effect that day cannot be converted and suspends.
      ******************************************************************
       Check-Currency.
           IF TR-CURRENCY = SPACES OR TR-CURRENCY = LOW-VALUES THEN
               MOVE WS-BASE-CURRENCY TO WS-TRAN-CURRENCY
           ELSE
               MOVE FUNCTION UPPER-CASE (TR-CURRENCY)
                   TO WS-TRAN-CURRENCY
           END-IF
           IF WS-TRAN-CURRENCY NOT = WS-CUR-ACCT-CURR THEN
               DISPLAY "Currency mismatch, transaction "
                   TR-TRANS-ID " rejected"
               MOVE "Currency mismatch" TO WS-REJECT-REASON
               PERFORM Write-Reject-Record
               MOVE "N" TO WS-VALID-SWITCH
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Exchange-Rate
           IF NOT RATE-FOUND THEN
               DISPLAY "No exchange rate for " WS-TRAN-CURRENCY
                   " on " WS-POSTING-DATE ", transaction "
                   TR-TRANS-ID " rejected"
               MOVE "No exchange rate" TO WS-REJECT-REASON
               PERFORM Write-Reject-Record
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.

      ******************************************************************
      * The rate in effect on the posting date is the entry for the
      * currency with the latest from-date on or before it whose
      * to-date (zero for open-ended) has not passed. Base currency
      * is always rate 1 and needs no entry.
      ******************************************************************
       Find-Exchange-Rate.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           IF WS-TRAN-CURRENCY = WS-BASE-CURRENCY THEN
               MOVE 1 TO WS-FX-RATE
               SET RATE-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROES TO WS-RATE-BEST-FROM
           MOVE 1 TO WS-RATE-SUB
           PERFORM UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RATE-CURR (WS-RATE-SUB) = WS-TRAN-CURRENCY AND
                   WS-RATE-FROM (WS-RATE-SUB) NOT > WS-POSTING-DATE
                   AND (WS-RATE-TO (WS-RATE-SUB) = ZEROES OR
                   WS-RATE-TO (WS-RATE-SUB) NOT < WS-POSTING-DATE)
                   AND WS-RATE-FROM (WS-RATE-SUB) NOT <
                       WS-RATE-BEST-FROM
                   MOVE WS-RATE-FROM (WS-RATE-SUB)
                       TO WS-RATE-BEST-FROM
                   MOVE WS-RATE-VALUE (WS-RATE-SUB) TO WS-FX-RATE
                   SET RATE-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-RATE-SUB
           END-PERFORM.

      ******************************************************************
      * Treasury maintains CALCFXRT.DAT: one line per currency and
      * effective period, giving the units of base currency one unit
      * of the currency buys. Without the file only base-currency
      * transactions can post.
      ******************************************************************
       Load-Exchange-Rates.
           OPEN INPUT CALC-RATE-FILE
           IF WS-FXRT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-RATE-FILE
               READ CALC-RATE-FILE
                   AT END
                       SET END-OF-RATE-FILE TO TRUE
                   NOT AT END
                       PERFORM Load-One-Rate
               END-READ
           END-PERFORM
           CLOSE CALC-RATE-FILE.

       Load-One-Rate.
           IF FX-FROM-DATE NOT NUMERIC OR FX-RATE NOT NUMERIC OR
               FX-RATE = ZEROES
               DISPLAY "CALCFXRT.DAT entry for " FX-CURRENCY
                   " is not valid, ignored"
               EXIT PARAGRAPH
           END-IF
           IF WS-RATE-COUNT NOT < 2000 THEN
               DISPLAY "Over 2000 exchange rates, the rest are "
                   "ignored this run"
               SET END-OF-RATE-FILE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE FUNCTION UPPER-CASE (FX-CURRENCY)
               TO WS-RATE-CURR (WS-RATE-COUNT)
           MOVE FX-FROM-DATE TO WS-RATE-FROM (WS-RATE-COUNT)
           IF FX-TO-DATE NUMERIC THEN
               MOVE FX-TO-DATE TO WS-RATE-TO (WS-RATE-COUNT)
           ELSE
               MOVE ZEROES TO WS-RATE-TO (WS-RATE-COUNT)
           END-IF
           MOVE FX-RATE TO WS-RATE-VALUE (WS-RATE-COUNT).

      ******************************************************************
      * Nothing posts into a month accounting has closed. The check
      * runs on the posting date, so a release or warehouse record
      * posting under its originating file date is caught the same
      * as tonight's input; the supervisor override does not bypass
      * it. The record suspends until the period is reopened through
      * Calc-Period-Close.
      ******************************************************************
       Check-Posting-Period.
           MOVE "N" TO WS-PERIOD-CLOSED-SWITCH
           MOVE 1 TO WS-CLOSED-SUB
           PERFORM UNTIL POSTING-PERIOD-CLOSED OR
               WS-CLOSED-SUB > WS-CLOSED-COUNT
               IF WS-CLOSED-PERIOD (WS-CLOSED-SUB) =
                   WS-POSTING-DATE (1:6)
                   SET POSTING-PERIOD-CLOSED TO TRUE
               END-IF
               ADD 1 TO WS-CLOSED-SUB
           END-PERFORM
           IF POSTING-PERIOD-CLOSED THEN
               DISPLAY "Posting period " WS-POSTING-DATE (1:6)
                   " is closed, transaction " TR-TRANS-ID " rejected"
               MOVE "Posting period closed" TO WS-REJECT-REASON
               PERFORM Write-Reject-Record
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.

      ******************************************************************
      * Calc-Period-Close maintains CALCPERD.DAT, one line per month
      * it has closed or reopened. Only the closed months are kept;
      * a month with no line is open, and without the file every
      * month is open.
      ******************************************************************
       Load-Closed-Periods.
           OPEN INPUT CALC-PERIOD-FILE
           IF WS-PERD-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PERIOD-FILE
               READ CALC-PERIOD-FILE
                   AT END
                       SET END-OF-PERIOD-FILE TO TRUE
                   NOT AT END
                       IF PD-STATUS = "C" AND PD-PERIOD NUMERIC
                           PERFORM Load-One-Closed-Period
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALC-PERIOD-FILE.

       Load-One-Closed-Period.
           IF WS-CLOSED-COUNT NOT < 600 THEN
               DISPLAY "Over 600 closed periods in CALCPERD.DAT, run "
                   "aborted"
               CLOSE CALC-PERIOD-FILE
               CLOSE CALC-ACCOUNT-MASTER
               CLOSE CALC-TRANS-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-CLOSED-COUNT
           MOVE PD-PERIOD TO WS-CLOSED-PERIOD (WS-CLOSED-COUNT).

       Calculate-Result.
           if operator = "+" THEN
               add num1, num2 giving Result
           if operator = "/" THEN
               DIVIDE Num1 BY Num2 GIVING Result
           END-IF.

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
           MOVE "Example-Calculator" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
