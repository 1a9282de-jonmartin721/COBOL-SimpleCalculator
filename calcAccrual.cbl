      ******************************************************************
      * Author:Jonathan Martin
      * Date:10/15/26
      * Purpose:Month-end fee and interest accrual for the Example-
      *         Calculator accounts. Prices each account's month-to-
      *         date activity on the balance master CALCBALM.DAT
      *         against its fee and rate schedule in CALCRATE.DAT and
      *         writes the charges as their own HDR/TRL set (source
      *         id ACCRUAL) to the pending file CALCACRU.DAT, with an
      *         accrual register CALCACRR.RPT showing basis, rate and
      *         charge for finance sign-off. Once finance has signed,
      *         a release run appends the pending set to CALCTRAN.DAT
      *         and the nightly batch posts it like any other sender.
      * Tectonics: cobc
      * Mod Log:
      *   10/15/26 - Initial version: prepare (P) and release (R)
      *              modes from the CALCACRP.DAT parameter file or
      *              the console; monthly fee, per-item fee and
      *              interest on the month-to-date total, with a
      *              *DEFAULT schedule entry for accounts that have
      *              none of their own.
      *   10/15/26 - Append STARTED and ENDED step entries, with the
      *              completion status, return code and key counts,
      *              to the shared run-control log CALCRUNL.DAT for
      *              the morning status report (see Calc-Run-Status).
      *   10/15/26 - Charges are priced in base currency and booked
      *              in the account's own currency at the treasury
      *              rate in CALCFXRT.DAT for the posting date; an
      *              account with no rate that day is skipped.
      *   10/15/26 - Charges from last month's accrual set (ids
      *              800001-899999, from CALCHIST.DAT) are taken out of
      *              the month-to-date basis so they are not charged
      *              again; accounts already posted past the accrual
      *              month are noted and counted and end the step
      *              WARNING (RC 4); missing input files end the step
      *              FAILED (RC 12).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Accrual.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-BALANCE-FILE ASSIGN TO "CALCBALM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCOUNT-ID
               FILE STATUS IS WS-BALM-STATUS.
           SELECT CALC-ACCOUNT-MASTER ASSIGN TO "CALCACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CALC-ID
               ALTERNATE RECORD KEY IS CH-ACCT-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CALC-RATE-FILE ASSIGN TO "CALCRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CALC-FXRATE-FILE ASSIGN TO "CALCFXRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRT-STATUS.
           SELECT CALC-ACCRUAL-FILE ASSIGN TO "CALCACRU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACRU-STATUS.
           SELECT CALC-TRANS-FILE ASSIGN TO "CALCTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CALC-FILE-REGISTRY ASSIGN TO "CALCFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREG-STATUS.
           SELECT ACCRUAL-REGISTER-FILE ASSIGN TO "CALCACRR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ACCRUAL-PARM-FILE ASSIGN TO "CALCACRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CALC-RATE-FILE.
       01  CALC-RATE-RECORD.
           05  RT-ACCOUNT-ID       PIC X(8).
           05  RT-MONTHLY-FEE      PIC 9(5)V99.
           05  RT-ITEM-FEE         PIC 9(3)V99.
           05  RT-ANNUAL-RATE      PIC 9(2)V9(4).

       FD  CALC-FXRATE-FILE.
       01  CALC-FXRATE-RECORD.
           05  FX-CURRENCY         PIC X(3).
           05  FX-FROM-DATE        PIC 9(8).
           05  FX-TO-DATE          PIC 9(8).
           05  FX-RATE             PIC 9(5)V9(6).

       FD  CALC-ACCRUAL-FILE.
       01  CALC-ACCRUAL-RECORD.
           05  TR-TRANS-ID         PIC 9(6).
           05  TR-ACCOUNT-ID       PIC X(8).
           05  TR-NUM1             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  TR-NUM2             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  TR-OPERATOR         PIC X.
           05  TR-NUM1-TYPE        PIC X.
           05  TR-NUM2-TYPE        PIC X.
           05  TR-VALUE-DATE       PIC X(8).
           05  TR-CURRENCY         PIC X(3).
       01  CALC-CONTROL-RECORD.
           05  CT-RECORD-TYPE      PIC X(3).
           05  CT-CONTROL-DETAIL   PIC X(24).
           05  CT-HEADER-DETAIL REDEFINES CT-CONTROL-DETAIL.
               10  CT-FILE-DATE    PIC 9(8).
               10  CT-SOURCE-ID    PIC X(8).
               10  FILLER          PIC X(8).
           05  CT-TRAILER-DETAIL REDEFINES CT-CONTROL-DETAIL.
               10  CT-RECORD-COUNT PIC 9(6).
               10  CT-HASH-TOTAL   PIC S9(13)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
               10  FILLER          PIC X(2).

       FD  CALC-TRANS-FILE.
       01  CALC-TRANS-RECORD       PIC X(48).

       FD  CALC-FILE-REGISTRY.
       01  CALC-FILE-REG-RECORD.
           05  FR-FILE-DATE        PIC 9(8).
           05  FR-SOURCE-ID        PIC X(8).

       FD  ACCRUAL-REGISTER-FILE.
       01  ACCRUAL-REGISTER-LINE   PIC X(104).

       FD  ACCRUAL-PARM-FILE.
       01  ACCRUAL-PARM-RECORD.
           05  AP-MODE             PIC X.
           05  AP-ACCRUAL-MONTH    PIC X(6).
           05  AP-POST-DATE        PIC X(8).

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
       01  WS-BALM-STATUS          PIC XX VALUE "00".
       01  WS-ACCT-STATUS          PIC XX VALUE "00".
       01  WS-HIST-STATUS          PIC XX VALUE "00".
       01  WS-RATE-STATUS          PIC XX VALUE "00".
       01  WS-ACRU-STATUS          PIC XX VALUE "00".
       01  WS-TRANS-STATUS         PIC XX VALUE "00".
       01  WS-FREG-STATUS          PIC XX VALUE "00".
       01  WS-RPT-STATUS           PIC XX VALUE "00".
       01  WS-PARM-STATUS          PIC XX VALUE "00".
       01  WS-FXRT-STATUS          PIC XX VALUE "00".

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
       01  WS-BALM-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-BALANCE-FILE     VALUE "Y".
       01  WS-RATE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-RATE-FILE        VALUE "Y".
       01  WS-ACRU-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-ACCRUAL-FILE     VALUE "Y".
       01  WS-FREG-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-FILE-REGISTRY    VALUE "Y".
       01  WS-HIST-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-HISTORY-FILE     VALUE "Y".
       01  WS-REGISTERED-SWITCH    PIC X VALUE "N".
           88  SET-ALREADY-POSTED      VALUE "Y".
       01  WS-ACCT-FOUND-SWITCH    PIC X VALUE "N".
           88  ACCOUNT-FOUND           VALUE "Y".
       01  WS-RATE-FOUND-SWITCH    PIC X VALUE "N".
           88  RATE-FOUND              VALUE "Y".
       01  WS-FXRT-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-FXRATE-FILE      VALUE "Y".
       01  WS-FXRT-FOUND-SWITCH    PIC X VALUE "N".
           88  FXRATE-FOUND            VALUE "Y".
       01  WS-ID-FULL-SWITCH       PIC X VALUE "N".
           88  ACCRUAL-IDS-EXHAUSTED   VALUE "Y".

       01  WS-RUN-MODE             PIC X VALUE "P".
           88  PREPARE-MODE            VALUE "P".
           88  RELEASE-MODE            VALUE "R".
       01  WS-ACCRUAL-MONTH        PIC X(6) VALUE SPACES.
       01  WS-POST-DATE            PIC X(8) VALUE SPACES.
       01  WS-ACCRUAL-SOURCE-ID    PIC X(8) VALUE "ACCRUAL ".

       01  WS-CURRENT-DATETIME     PIC X(21).
       01  WS-DATE-PARTS.
           05  WS-DATE-YEAR        PIC 9(4).
           05  WS-DATE-MONTH       PIC 9(2).
           05  WS-DATE-DAY         PIC 9(2).
       01  WS-TOTAL-MONTHS         PIC 9(6) VALUE ZEROES.
       01  WS-MONTH-REM            PIC 9(2) VALUE ZEROES.

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-RATE-ENTRY OCCURS 5000 TIMES.
               10  WS-RATE-ACCT    PIC X(8).
               10  WS-RATE-MFEE    PIC 9(5)V99.
               10  WS-RATE-IFEE    PIC 9(3)V99.
               10  WS-RATE-APR     PIC 9(2)V9(4).
       01  WS-RATE-SUB             PIC 9(4) COMP VALUE ZEROES.
       01  WS-DEFAULT-SUB          PIC 9(4) COMP VALUE ZEROES.
       01  WS-USE-SUB              PIC 9(4) COMP VALUE ZEROES.

       01  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
       01  WS-ACCT-CURRENCY        PIC X(3) VALUE SPACES.
       01  WS-FX-RATE              PIC 9(5)V9(6) VALUE 1.
       01  WS-FXRT-TABLE.
           05  WS-FXRT-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-FXRT-ENTRY OCCURS 2000 TIMES.
               10  WS-FXRT-CURR    PIC X(3).
               10  WS-FXRT-FROM    PIC 9(8).
               10  WS-FXRT-TO      PIC 9(8).
               10  WS-FXRT-VALUE   PIC 9(5)V9(6).
       01  WS-FXRT-SUB             PIC 9(4) COMP VALUE ZEROES.
       01  WS-FXRT-BEST-FROM       PIC 9(8) VALUE ZEROES.
       01  WS-POST-DATE-9          PIC 9(8) VALUE ZEROES.

       01  WS-BASIS-COUNT          PIC 9(6) VALUE ZEROES.
       01  WS-BASIS-TOTAL          PIC S9(11)V99 VALUE ZEROES.
       01  WS-CHARGE               PIC S9(11)V99 VALUE ZEROES.
       01  WS-ACCT-CHARGE          PIC S9(11)V99 VALUE ZEROES.
       01  WS-CHARGE-TYPE          PIC X(12) VALUE SPACES.
       01  WS-MONTH-FIRST-DATE     PIC 9(8) VALUE ZEROES.
       01  WS-MONTH-LAST-DATE      PIC 9(8) VALUE ZEROES.
       01  WS-FIRST-TRANS-ID       PIC 9(6) VALUE 800001.
       01  WS-NEXT-TRANS-ID        PIC 9(6) VALUE 800001.
       01  WS-LAST-TRANS-ID        PIC 9(6) VALUE 899999.

       01  WS-CONTROL-COUNT        PIC 9(6) VALUE ZEROES.
       01  WS-HASH-TOTAL           PIC S9(13)V99 VALUE ZEROES.
       01  WS-ACCOUNTS-READ        PIC 9(6) VALUE ZEROES.
       01  WS-ACCOUNTS-CHARGED     PIC 9(6) VALUE ZEROES.
       01  WS-ACCOUNTS-SKIPPED     PIC 9(6) VALUE ZEROES.
       01  WS-ACCOUNTS-LATE        PIC 9(6) VALUE ZEROES.
       01  WS-CHARGED-SWITCH       PIC X VALUE "N".
           88  ACCOUNT-CHARGED         VALUE "Y".
       01  WS-RELEASED-COUNT       PIC 9(6) VALUE ZEROES.

       01  WS-PAGE-NUM             PIC 9(4) VALUE ZEROES.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-SAVE-LINE            PIC X(104) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER              PIC X(24) VALUE
               "==== Example-Calculator ".
           05  FILLER              PIC X(27) VALUE
               "Month-End Accrual Register ".
           05  FILLER              PIC X(5) VALUE "Page ".
           05  WS-HDG-PAGE         PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER              PIC X(15) VALUE "Accrual month: ".
           05  WS-HDG-MONTH        PIC X(6).
           05  FILLER              PIC X(17) VALUE
               "   Posting date: ".
           05  WS-HDG-POST-DATE    PIC X(8).
           05  FILLER              PIC X(11) VALUE "   Source: ".
           05  WS-HDG-SOURCE       PIC X(8).
       01  WS-HEADING-3.
           05  FILLER              PIC X(9) VALUE "Account  ".
           05  FILLER              PIC X(8) VALUE "TransId ".
           05  FILLER              PIC X(13) VALUE "Charge       ".
           05  FILLER              PIC X(19) VALUE
               "              Basis".
           05  FILLER              PIC X(14) VALUE
               "          Rate".
           05  FILLER              PIC X(18) VALUE
               "            Charge".
           05  FILLER              PIC X(4) VALUE " Cur".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-TRANS-ID     PIC 9(6).
           05  FILLER              PIC XX VALUE SPACES.
           05  WS-DTL-CHARGE-TYPE  PIC X(12).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-BASIS        PIC X(19).
           05  WS-DTL-RATE         PIC X(14).
           05  WS-DTL-CHARGE       PIC ---,---,---,--9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-CURRENCY     PIC X(3).

       01  WS-NOTE-LINE.
           05  WS-NOTE-ACCOUNT     PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-NOTE-TEXT        PIC X(60).

       01  WS-BASIS-COUNT-EDIT     PIC Z,ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
       01  WS-BASIS-COUNT-LINE.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-BCL-COUNT        PIC X(13).
       01  WS-BASIS-AMOUNT-EDIT    PIC ---,---,---,--9.99.
       01  WS-BASIS-AMOUNT-LINE.
           05  WS-BAL-AMOUNT       PIC X(18).
           05  FILLER              PIC X VALUE SPACE.
       01  WS-FEE-EDIT             PIC ZZ,ZZ9.99.
       01  WS-APR-EDIT             PIC BBZ9.9999.
       01  WS-RATE-TEXT.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RT-VALUE         PIC X(9).
           05  WS-RT-SUFFIX        PIC X(3).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(30).
           05  WS-CNT-VALUE        PIC ZZZ,ZZ9.
       01  WS-AMOUNT-LINE.
           05  WS-AMT-LABEL        PIC X(30).
           05  WS-AMT-VALUE        PIC ---,---,---,--9.99.

       PROCEDURE DIVISION.
       Accrual-Main.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM Read-Parm-File
           IF NOT PARM-FILE-PRESENT THEN
               PERFORM Accept-Selection
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-RUN-MODE) TO WS-RUN-MODE
           IF RELEASE-MODE THEN
               MOVE "RELEASE" TO WS-STEP-SELECTION
               PERFORM Log-Step-Start
               PERFORM Release-Accrual-Set
               IF WS-RELEASED-COUNT = ZEROES THEN
                   MOVE "WARNING" TO WS-STEP-STATUS
               END-IF
               MOVE "RELEASED" TO WS-STEP-LABEL (1)
               MOVE WS-RELEASED-COUNT TO WS-STEP-VALUE (1)
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           PERFORM Apply-Defaults
           MOVE WS-POST-DATE TO WS-STEP-SELECTION
           PERFORM Log-Step-Start
           PERFORM Check-Already-Posted
           IF SET-ALREADY-POSTED THEN
               DISPLAY "Accrual set dated " WS-POST-DATE
                   " already posted (CALCFREG.DAT), nothing prepared"
               MOVE "REFUSED" TO WS-STEP-STATUS
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           PERFORM Load-Rate-File
           PERFORM Load-Exchange-Rates
           OPEN INPUT CALC-BALANCE-FILE
           IF WS-BALM-STATUS NOT = "00" THEN
               DISPLAY "CALCBALM.DAT not available, nothing prepared"
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           OPEN INPUT CALC-ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00" THEN
               DISPLAY "CALCACCT.DAT not available, nothing prepared"
               CLOSE CALC-BALANCE-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           OPEN INPUT CALC-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
               DISPLAY "CALCHIST.DAT not available, nothing prepared"
               CLOSE CALC-BALANCE-FILE
               CLOSE CALC-ACCOUNT-MASTER
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           OPEN OUTPUT CALC-ACCRUAL-FILE
           OPEN OUTPUT ACCRUAL-REGISTER-FILE
           PERFORM Write-Header-Record
           PERFORM UNTIL END-OF-BALANCE-FILE
               READ CALC-BALANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-BALANCE-FILE TO TRUE
                   NOT AT END
                       PERFORM Accrue-One-Account
               END-READ
           END-PERFORM
           PERFORM Write-Trailer-Record
           CLOSE CALC-BALANCE-FILE
           CLOSE CALC-ACCOUNT-MASTER
           CLOSE CALC-HISTORY-FILE
           CLOSE CALC-ACCRUAL-FILE
           PERFORM Print-Register-Totals
           CLOSE ACCRUAL-REGISTER-FILE
           DISPLAY "Accrual set for " WS-ACCRUAL-MONTH
               " prepared in CALCACRU.DAT: " WS-CONTROL-COUNT
               " charges for " WS-ACCOUNTS-CHARGED " accounts"
           DISPLAY "Register written to CALCACRR.RPT; release with "
               "mode R after finance sign-off"
           IF ACCRUAL-IDS-EXHAUSTED THEN
               DISPLAY "Warning: accrual transaction ids exhausted, "
                   "set incomplete"
               MOVE "WARNING" TO WS-STEP-STATUS
           END-IF
           IF WS-ACCOUNTS-LATE > ZEROES THEN
               DISPLAY "Warning: " WS-ACCOUNTS-LATE " accounts posted "
                   "after the accrual month, charged the monthly "
                   "fee only - see CALCACRR.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "CHARGES" TO WS-STEP-LABEL (1)
           MOVE WS-CONTROL-COUNT TO WS-STEP-VALUE (1)
           MOVE "ACCOUNTS" TO WS-STEP-LABEL (2)
           MOVE WS-ACCOUNTS-CHARGED TO WS-STEP-VALUE (2)
           MOVE "LATEPOST" TO WS-STEP-LABEL (3)
           MOVE WS-ACCOUNTS-LATE TO WS-STEP-VALUE (3)
           PERFORM Log-Step-End
           STOP RUN.

       Read-Parm-File.
           OPEN INPUT ACCRUAL-PARM-FILE
           IF WS-PARM-STATUS = "00" THEN
               READ ACCRUAL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-PARM-PRESENT-SWITCH
                       MOVE AP-MODE TO WS-RUN-MODE
                       MOVE AP-ACCRUAL-MONTH TO WS-ACCRUAL-MONTH
                       MOVE AP-POST-DATE TO WS-POST-DATE
               END-READ
               CLOSE ACCRUAL-PARM-FILE
           END-IF.

       Accept-Selection.
           DISPLAY "Mode (P=Prepare accrual set, R=Release signed-"
               "off set): " WITH NO ADVANCING
           ACCEPT WS-RUN-MODE
           IF WS-RUN-MODE NOT = "R" AND WS-RUN-MODE NOT = "r"
               DISPLAY "Accrual month (YYYYMM, blank for last "
                   "month): " WITH NO ADVANCING
               ACCEPT WS-ACCRUAL-MONTH
               DISPLAY "Posting date (YYYYMMDD, blank for the "
                   "first of the next month): " WITH NO ADVANCING
               ACCEPT WS-POST-DATE
           END-IF.

      ******************************************************************
      * Accrual runs after month end, so the month defaults to last
      * month and the set posts under the first day of the month
      * after it, the night finance normally releases it.
      ******************************************************************
       Apply-Defaults.
           IF WS-ACCRUAL-MONTH = SPACES OR
               WS-ACCRUAL-MONTH NOT NUMERIC
               MOVE WS-CURRENT-DATETIME (1:8) TO WS-DATE-PARTS
               COMPUTE WS-TOTAL-MONTHS =
                   (WS-DATE-YEAR * 12) + WS-DATE-MONTH - 2
               DIVIDE WS-TOTAL-MONTHS BY 12
                   GIVING WS-DATE-YEAR REMAINDER WS-MONTH-REM
               COMPUTE WS-DATE-MONTH = WS-MONTH-REM + 1
               MOVE WS-DATE-PARTS (1:6) TO WS-ACCRUAL-MONTH
           END-IF
           IF WS-POST-DATE = SPACES OR WS-POST-DATE NOT NUMERIC
               MOVE WS-ACCRUAL-MONTH TO WS-DATE-PARTS (1:6)
               COMPUTE WS-TOTAL-MONTHS =
                   (WS-DATE-YEAR * 12) + WS-DATE-MONTH
               DIVIDE WS-TOTAL-MONTHS BY 12
                   GIVING WS-DATE-YEAR REMAINDER WS-MONTH-REM
               COMPUTE WS-DATE-MONTH = WS-MONTH-REM + 1
               MOVE 1 TO WS-DATE-DAY
               MOVE WS-DATE-PARTS TO WS-POST-DATE
           END-IF
           MOVE WS-ACCRUAL-MONTH TO WS-DATE-PARTS (1:6)
           MOVE 1 TO WS-DATE-DAY
           MOVE WS-DATE-PARTS TO WS-MONTH-FIRST-DATE
           MOVE 31 TO WS-DATE-DAY
           MOVE WS-DATE-PARTS TO WS-MONTH-LAST-DATE
           MOVE WS-ACCRUAL-MONTH TO WS-HDG-MONTH
           MOVE WS-POST-DATE TO WS-HDG-POST-DATE
           MOVE WS-ACCRUAL-SOURCE-ID TO WS-HDG-SOURCE.

      ******************************************************************
      * A set the batch has already registered for this date and
      * source would be bounced as already processed; catch it here
      * before finance signs a register that can never post.
      ******************************************************************
       Check-Already-Posted.
           MOVE "N" TO WS-REGISTERED-SWITCH
           MOVE "N" TO WS-FREG-EOF-SWITCH
           OPEN INPUT CALC-FILE-REGISTRY
           IF WS-FREG-STATUS = "00" THEN
               PERFORM UNTIL END-OF-FILE-REGISTRY
                   READ CALC-FILE-REGISTRY
                       AT END
                           SET END-OF-FILE-REGISTRY TO TRUE
                       NOT AT END
                           IF FR-FILE-DATE = WS-POST-DATE AND
                               FR-SOURCE-ID = WS-ACCRUAL-SOURCE-ID
                               SET SET-ALREADY-POSTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-FILE-REGISTRY
           END-IF.

       Load-Rate-File.
           OPEN INPUT CALC-RATE-FILE
           IF WS-RATE-STATUS NOT = "00" THEN
               DISPLAY "CALCRATE.DAT not found, nothing prepared"
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
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
           IF RT-MONTHLY-FEE NOT NUMERIC OR
               RT-ITEM-FEE NOT NUMERIC OR
               RT-ANNUAL-RATE NOT NUMERIC
               DISPLAY "CALCRATE.DAT entry for " RT-ACCOUNT-ID
                   " is not numeric, entry ignored"
               EXIT PARAGRAPH
           END-IF
           IF WS-RATE-COUNT NOT < 5000 THEN
               DISPLAY "CALCRATE.DAT holds over 5000 entries, "
                   "nothing prepared"
               CLOSE CALC-RATE-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE RT-ACCOUNT-ID TO WS-RATE-ACCT (WS-RATE-COUNT)
           MOVE RT-MONTHLY-FEE TO WS-RATE-MFEE (WS-RATE-COUNT)
           MOVE RT-ITEM-FEE TO WS-RATE-IFEE (WS-RATE-COUNT)
           MOVE RT-ANNUAL-RATE TO WS-RATE-APR (WS-RATE-COUNT)
           IF RT-ACCOUNT-ID = "*DEFAULT" THEN
               MOVE WS-RATE-COUNT TO WS-DEFAULT-SUB
           END-IF.

      ******************************************************************
      * Treasury's CALCFXRT.DAT gives the units of base currency one
      * unit of each currency buys over an effective period. Without
      * it only base-currency accounts can be charged.
      ******************************************************************
       Load-Exchange-Rates.
           OPEN INPUT CALC-FXRATE-FILE
           IF WS-FXRT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FXRATE-FILE
               READ CALC-FXRATE-FILE
                   AT END
                       SET END-OF-FXRATE-FILE TO TRUE
                   NOT AT END
                       PERFORM Load-One-Exchange-Rate
               END-READ
           END-PERFORM
           CLOSE CALC-FXRATE-FILE.

       Load-One-Exchange-Rate.
           IF FX-FROM-DATE NOT NUMERIC OR FX-RATE NOT NUMERIC OR
               FX-RATE = ZEROES
               DISPLAY "CALCFXRT.DAT entry for " FX-CURRENCY
                   " is not valid, ignored"
               EXIT PARAGRAPH
           END-IF
           IF WS-FXRT-COUNT NOT < 2000 THEN
               DISPLAY "Over 2000 exchange rates, the rest are "
                   "ignored this run"
               SET END-OF-FXRATE-FILE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FXRT-COUNT
           MOVE FUNCTION UPPER-CASE (FX-CURRENCY)
               TO WS-FXRT-CURR (WS-FXRT-COUNT)
           MOVE FX-FROM-DATE TO WS-FXRT-FROM (WS-FXRT-COUNT)
           IF FX-TO-DATE NUMERIC THEN
               MOVE FX-TO-DATE TO WS-FXRT-TO (WS-FXRT-COUNT)
           ELSE
               MOVE ZEROES TO WS-FXRT-TO (WS-FXRT-COUNT)
           END-IF
           MOVE FX-RATE TO WS-FXRT-VALUE (WS-FXRT-COUNT).

      ******************************************************************
      * Same rule as the nightly batch: the entry for the currency
      * with the latest from-date on or before the posting date whose
      * to-date (zero for open-ended) has not passed.
      ******************************************************************
       Find-Exchange-Rate.
           MOVE "N" TO WS-FXRT-FOUND-SWITCH
           IF WS-ACCT-CURRENCY = WS-BASE-CURRENCY THEN
               MOVE 1 TO WS-FX-RATE
               SET FXRATE-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POST-DATE TO WS-POST-DATE-9
           MOVE ZEROES TO WS-FXRT-BEST-FROM
           MOVE 1 TO WS-FXRT-SUB
           PERFORM UNTIL WS-FXRT-SUB > WS-FXRT-COUNT
               IF WS-FXRT-CURR (WS-FXRT-SUB) = WS-ACCT-CURRENCY AND
                   WS-FXRT-FROM (WS-FXRT-SUB) NOT > WS-POST-DATE-9
                   AND (WS-FXRT-TO (WS-FXRT-SUB) = ZEROES OR
                   WS-FXRT-TO (WS-FXRT-SUB) NOT < WS-POST-DATE-9)
                   AND WS-FXRT-FROM (WS-FXRT-SUB) NOT <
                       WS-FXRT-BEST-FROM
                   MOVE WS-FXRT-FROM (WS-FXRT-SUB)
                       TO WS-FXRT-BEST-FROM
                   MOVE WS-FXRT-VALUE (WS-FXRT-SUB) TO WS-FX-RATE
                   SET FXRATE-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-FXRT-SUB
           END-PERFORM.

       Find-Rate-Entry.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE ZEROES TO WS-USE-SUB
           MOVE 1 TO WS-RATE-SUB
           PERFORM UNTIL RATE-FOUND OR WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RATE-ACCT (WS-RATE-SUB) = AB-ACCOUNT-ID THEN
                   SET RATE-FOUND TO TRUE
                   MOVE WS-RATE-SUB TO WS-USE-SUB
               END-IF
               ADD 1 TO WS-RATE-SUB
           END-PERFORM
           IF NOT RATE-FOUND AND WS-DEFAULT-SUB > ZEROES THEN
               SET RATE-FOUND TO TRUE
               MOVE WS-DEFAULT-SUB TO WS-USE-SUB
           END-IF.

      ******************************************************************
      * The balance master rolls its month-to-date figures lazily, on
      * an account's next posting, so MTD only describes the accrual
      * month when the account last posted in that month. Before it,
      * the account had no activity then and only the flat monthly
      * fee applies. After it, the rollover has already dropped the
      * accrual month's MTD: the account gets the monthly fee only,
      * is noted on the register for finance to price by hand, and
      * the run ends with a warning.
      ******************************************************************
       Accrue-One-Account.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE "N" TO WS-CHARGED-SWITCH
           MOVE "N" TO WS-ACCT-FOUND-SWITCH
           MOVE AB-ACCOUNT-ID TO AM-ACCOUNT-ID
           READ CALC-ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ
           IF NOT ACCOUNT-FOUND THEN
               MOVE "skipped: not on the account master"
                   TO WS-NOTE-TEXT
               PERFORM Print-Note-Line
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF AM-STATUS = "C" THEN
               MOVE "skipped: account closed" TO WS-NOTE-TEXT
               PERFORM Print-Note-Line
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Rate-Entry
           IF NOT RATE-FOUND THEN
               MOVE "skipped: no CALCRATE.DAT entry and no *DEFAULT"
                   TO WS-NOTE-TEXT
               PERFORM Print-Note-Line
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF AM-CURRENCY = SPACES OR AM-CURRENCY = LOW-VALUES THEN
               MOVE WS-BASE-CURRENCY TO WS-ACCT-CURRENCY
           ELSE
               MOVE AM-CURRENCY TO WS-ACCT-CURRENCY
           END-IF
           PERFORM Find-Exchange-Rate
           IF NOT FXRATE-FOUND THEN
               MOVE "skipped: no CALCFXRT.DAT rate for the posting date"
                   TO WS-NOTE-TEXT
               PERFORM Print-Note-Line
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN AB-LAST-POSTED (1:6) = WS-ACCRUAL-MONTH
                   MOVE AB-MTD-COUNT TO WS-BASIS-COUNT
                   MOVE AB-MTD-TOTAL TO WS-BASIS-TOTAL
                   PERFORM Exclude-Prior-Accruals
               WHEN AB-LAST-POSTED (1:6) > WS-ACCRUAL-MONTH
                   MOVE ZEROES TO WS-BASIS-COUNT
                   MOVE ZEROES TO WS-BASIS-TOTAL
                   MOVE "posted after accrual month, MTD no longer on "
                       TO WS-NOTE-TEXT
                   MOVE "master" TO WS-NOTE-TEXT (46:6)
                   PERFORM Print-Note-Line
                   ADD 1 TO WS-ACCOUNTS-LATE
               WHEN OTHER
                   MOVE ZEROES TO WS-BASIS-COUNT
                   MOVE ZEROES TO WS-BASIS-TOTAL
           END-EVALUATE
           PERFORM Charge-Monthly-Fee
           PERFORM Charge-Item-Fee
           PERFORM Charge-Interest
           IF ACCOUNT-CHARGED THEN
               ADD 1 TO WS-ACCOUNTS-CHARGED
           ELSE
               ADD 1 TO WS-ACCOUNTS-SKIPPED
           END-IF.

      ******************************************************************
      * Last month's accrual set posted under the first of this month,
      * so its charges sit in the MTD figures just taken. They are
      * backed out of the basis from history - trans ids 800001 to
      * 899999 are reserved to the ACCRUAL source - so fees and
      * interest are never charged on earlier charges.
      ******************************************************************
       Exclude-Prior-Accruals.
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE AB-ACCOUNT-ID TO CH-KEY-ACCOUNT
           MOVE WS-MONTH-FIRST-DATE TO CH-POST-DATE
           START CALC-HISTORY-FILE KEY NOT < CH-ACCT-DATE-KEY
               INVALID KEY
                   SET END-OF-HISTORY-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY-FILE
               READ CALC-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-HISTORY-FILE TO TRUE
                   NOT AT END
                       IF CH-KEY-ACCOUNT NOT = AB-ACCOUNT-ID OR
                           CH-POST-DATE > WS-MONTH-LAST-DATE
                           SET END-OF-HISTORY-FILE TO TRUE
                       ELSE
                           PERFORM Exclude-One-Accrual
                       END-IF
               END-READ
           END-PERFORM.

       Exclude-One-Accrual.
           IF CH-TRANS-ID < WS-FIRST-TRANS-ID OR
               CH-TRANS-ID > WS-LAST-TRANS-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-BASIS-COUNT > ZEROES THEN
               SUBTRACT 1 FROM WS-BASIS-COUNT
           END-IF
           SUBTRACT CH-BASE-RESULT FROM WS-BASIS-TOTAL.

       Charge-Monthly-Fee.
           MOVE WS-RATE-MFEE (WS-USE-SUB) TO WS-CHARGE
           MOVE "Monthly fee" TO WS-CHARGE-TYPE
           MOVE SPACES TO WS-DTL-BASIS
           MOVE WS-RATE-MFEE (WS-USE-SUB) TO WS-FEE-EDIT
           MOVE WS-FEE-EDIT TO WS-RT-VALUE
           MOVE SPACES TO WS-RT-SUFFIX
           PERFORM Write-Charge.

       Charge-Item-Fee.
           COMPUTE WS-CHARGE =
               WS-BASIS-COUNT * WS-RATE-IFEE (WS-USE-SUB)
           MOVE "Item fee" TO WS-CHARGE-TYPE
           MOVE WS-BASIS-COUNT TO WS-BASIS-COUNT-EDIT
           MOVE WS-BASIS-COUNT-EDIT TO WS-BCL-COUNT
           MOVE WS-BASIS-COUNT-LINE TO WS-DTL-BASIS
           MOVE WS-RATE-IFEE (WS-USE-SUB) TO WS-FEE-EDIT
           MOVE WS-FEE-EDIT TO WS-RT-VALUE
           MOVE " ea" TO WS-RT-SUFFIX
           PERFORM Write-Charge.

      ******************************************************************
      * Interest is one month of the annual rate on a positive
      * month-to-date total, rounded to the cent.
      ******************************************************************
       Charge-Interest.
           IF WS-BASIS-TOTAL > ZEROES THEN
               COMPUTE WS-CHARGE ROUNDED =
                   WS-BASIS-TOTAL * WS-RATE-APR (WS-USE-SUB) / 1200
           ELSE
               MOVE ZEROES TO WS-CHARGE
           END-IF
           MOVE "Interest" TO WS-CHARGE-TYPE
           MOVE WS-BASIS-TOTAL TO WS-BASIS-AMOUNT-EDIT
           MOVE WS-BASIS-AMOUNT-EDIT TO WS-BAL-AMOUNT
           MOVE WS-BASIS-AMOUNT-LINE TO WS-DTL-BASIS
           MOVE WS-RATE-APR (WS-USE-SUB) TO WS-APR-EDIT
           MOVE WS-APR-EDIT TO WS-RT-VALUE
           MOVE " %" TO WS-RT-SUFFIX
           PERFORM Write-Charge.

      ******************************************************************
      * Each non-zero charge is one "+" transaction in the accrual
      * set: the charge in Num1, zero in Num2, so the batch posts
      * the charge itself as the result. Fees and the balance master
      * basis are in base currency; the charge is booked in the
      * account's own currency so the batch converts it back.
      ******************************************************************
       Write-Charge.
           IF WS-CHARGE NOT > ZEROES THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCT-CHARGE ROUNDED = WS-CHARGE / WS-FX-RATE
           IF WS-ACCT-CHARGE NOT > ZEROES THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-CHARGE > 9999999.99 THEN
               MOVE "charge over 9,999,999.99, book by hand"
                   TO WS-NOTE-TEXT
               PERFORM Print-Note-Line
               EXIT PARAGRAPH
           END-IF
           IF WS-NEXT-TRANS-ID > WS-LAST-TRANS-ID THEN
               SET ACCRUAL-IDS-EXHAUSTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CALC-ACCRUAL-RECORD
           MOVE WS-NEXT-TRANS-ID TO TR-TRANS-ID
           MOVE AB-ACCOUNT-ID TO TR-ACCOUNT-ID
           MOVE WS-ACCT-CHARGE TO TR-NUM1
           MOVE ZEROES TO TR-NUM2
           MOVE "+" TO TR-OPERATOR
           MOVE WS-ACCT-CURRENCY TO TR-CURRENCY
           WRITE CALC-ACCRUAL-RECORD
           ADD 1 TO WS-CONTROL-COUNT
           ADD WS-ACCT-CHARGE TO WS-HASH-TOTAL
           SET ACCOUNT-CHARGED TO TRUE
           MOVE AB-ACCOUNT-ID TO WS-DTL-ACCOUNT
           MOVE WS-NEXT-TRANS-ID TO WS-DTL-TRANS-ID
           MOVE WS-CHARGE-TYPE TO WS-DTL-CHARGE-TYPE
           MOVE WS-RATE-TEXT TO WS-DTL-RATE
           MOVE WS-ACCT-CHARGE TO WS-DTL-CHARGE
           MOVE WS-ACCT-CURRENCY TO WS-DTL-CURRENCY
           MOVE WS-DETAIL-LINE TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           ADD 1 TO WS-NEXT-TRANS-ID.

       Write-Header-Record.
           MOVE SPACES TO CALC-CONTROL-RECORD
           MOVE "HDR" TO CT-RECORD-TYPE
           MOVE WS-POST-DATE TO CT-FILE-DATE
           MOVE WS-ACCRUAL-SOURCE-ID TO CT-SOURCE-ID
           WRITE CALC-CONTROL-RECORD.

       Write-Trailer-Record.
           MOVE SPACES TO CALC-CONTROL-RECORD
           MOVE "TRL" TO CT-RECORD-TYPE
           MOVE WS-CONTROL-COUNT TO CT-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO CT-HASH-TOTAL
           WRITE CALC-CONTROL-RECORD.

       Print-Note-Line.
           MOVE AB-ACCOUNT-ID TO WS-NOTE-ACCOUNT
           MOVE WS-NOTE-LINE TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE SPACES TO WS-NOTE-TEXT.

       Print-Register-Totals.
           IF WS-PAGE-NUM = ZEROES THEN
               PERFORM Print-Page-Heading
           END-IF
           MOVE SPACES TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Balance master accounts read.." TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-READ TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Accounts charged.............." TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-CHARGED TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Accounts skipped or uncharged." TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-SKIPPED TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Accounts posted after month..." TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-LATE TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Trailer record count.........." TO WS-CNT-LABEL
           MOVE WS-CONTROL-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Trailer hash total (charged).." TO WS-AMT-LABEL
           MOVE WS-HASH-TOTAL TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           IF ACCRUAL-IDS-EXHAUSTED THEN
               MOVE "WARNING: accrual transaction ids exhausted, "
                   TO ACCRUAL-REGISTER-LINE
               MOVE "set incomplete" TO ACCRUAL-REGISTER-LINE (45:14)
               PERFORM Write-Register-Line
           END-IF
           MOVE SPACES TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           PERFORM Write-Register-Line
           MOVE "Prepared by................: ____________________"
               TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE SPACES TO ACCRUAL-REGISTER-LINE
           PERFORM Write-Register-Line
           MOVE "Approved for release (Fin.): ____________________"
               TO ACCRUAL-REGISTER-LINE
           MOVE "Date: __________" TO ACCRUAL-REGISTER-LINE (55:16)
           PERFORM Write-Register-Line.

      ******************************************************************
      * Release appends the signed-off pending set to CALCTRAN.DAT
      * behind whatever the senders have already delivered, then
      * clears the pending file so the same set cannot be released
      * twice.
      ******************************************************************
       Release-Accrual-Set.
           OPEN INPUT CALC-ACCRUAL-FILE
           IF WS-ACRU-STATUS NOT = "00" THEN
               DISPLAY "No accrual set pending in CALCACRU.DAT"
               EXIT PARAGRAPH
           END-IF
           READ CALC-ACCRUAL-FILE
               AT END
                   DISPLAY "No accrual set pending in CALCACRU.DAT"
                   CLOSE CALC-ACCRUAL-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CT-RECORD-TYPE NOT = "HDR" THEN
               DISPLAY "CALCACRU.DAT does not start with its HDR "
                   "record, nothing released"
               CLOSE CALC-ACCRUAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CT-FILE-DATE TO WS-POST-DATE
           PERFORM Check-Already-Posted
           IF SET-ALREADY-POSTED THEN
               DISPLAY "Accrual set dated " WS-POST-DATE
                   " already posted (CALCFREG.DAT), nothing released"
               CLOSE CALC-ACCRUAL-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CALC-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00" THEN
               OPEN OUTPUT CALC-TRANS-FILE
               CLOSE CALC-TRANS-FILE
               OPEN EXTEND CALC-TRANS-FILE
           END-IF
           PERFORM UNTIL END-OF-ACCRUAL-FILE
               MOVE CALC-ACCRUAL-RECORD TO CALC-TRANS-RECORD
               WRITE CALC-TRANS-RECORD
               ADD 1 TO WS-RELEASED-COUNT
               READ CALC-ACCRUAL-FILE
                   AT END
                       SET END-OF-ACCRUAL-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE CALC-TRANS-FILE
           CLOSE CALC-ACCRUAL-FILE
           OPEN OUTPUT CALC-ACCRUAL-FILE
           CLOSE CALC-ACCRUAL-FILE
           DISPLAY "Accrual set dated " WS-POST-DATE " released to "
               "CALCTRAN.DAT, " WS-RELEASED-COUNT " records".

       Write-Register-Line.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE THEN
               PERFORM Print-Page-Heading
           END-IF
           WRITE ACCRUAL-REGISTER-LINE
           ADD 1 TO WS-LINE-COUNT.

       Print-Page-Heading.
           MOVE ACCRUAL-REGISTER-LINE TO WS-SAVE-LINE
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-1 TO ACCRUAL-REGISTER-LINE
           WRITE ACCRUAL-REGISTER-LINE
           MOVE WS-HEADING-2 TO ACCRUAL-REGISTER-LINE
           WRITE ACCRUAL-REGISTER-LINE
           MOVE WS-HEADING-3 TO ACCRUAL-REGISTER-LINE
           WRITE ACCRUAL-REGISTER-LINE
           MOVE SPACES TO ACCRUAL-REGISTER-LINE
           WRITE ACCRUAL-REGISTER-LINE
           MOVE 4 TO WS-LINE-COUNT
           MOVE WS-SAVE-LINE TO ACCRUAL-REGISTER-LINE.

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
           MOVE "Calc-Accrual" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
