      ******************************************************************
      * Author:Jonathan Martin
      * Date:10/15/26
      * Purpose:Balance master verify and rebuild for the Example-
      *         Calculator. Recomputes every account's month-to-date
      *         and year-to-date counts and result totals from the
      *         posted history in CALCHIST.DAT plus the archive
      *         CALCHARC.DAT, dating each calculation by its run id,
      *         compares them with the balance master CALCBALM.DAT and
      *         prints a per-account variance report (CALCBALV.RPT).
      *         In rebuild mode the out-of-balance accounts are
      *         rewritten from the recomputed figures. Return codes
      *         follow Calc-Reconcile: 0 in balance, 8 out of balance,
      *         12 when the verify cannot run.
      * Tectonics: cobc
      * Mod Log:
      *   10/15/26 - Initial version: verify (V) and rebuild (R)
      *              modes from the CALCBALP.DAT parameter file or
      *              the console.
      *   10/15/26 - Append STARTED and ENDED step entries, with the
      *              completion status, return code and key counts,
      *              to the shared run-control log CALCRUNL.DAT for
      *              the morning status report (see Calc-Run-Status).
      *   10/15/26 - Sum each calculation's base-currency amount, the
      *              figure the balance master now holds; history and
      *              archive records from before multi-currency
      *              posting carry no base amount and sum the result.
      *   10/15/26 - History record widened to 109 bytes for the account
      *              and posting date alternate key CH-ACCT-DATE-KEY.
      *   10/15/26 - History record widened to 117 bytes for the restore
      *              hold date CH-HOLD-DATE.
      *   10/15/26 - An unreadable CALCBALM.DAT ends the step FAILED on
      *              the run-control log instead of leaving it open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Balance-Verify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-BALANCE-FILE ASSIGN TO "CALCBALM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCOUNT-ID
               FILE STATUS IS WS-BALM-STATUS.
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
           SELECT VERIFY-REPORT-FILE ASSIGN TO "CALCBALV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT VERIFY-PARM-FILE ASSIGN TO "CALCBALP.DAT"
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
               10  AR-POST-DATE    PIC 9(8).
           05  AR-HOLD-DATE        PIC 9(8).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE      PIC X(132).

       FD  VERIFY-PARM-FILE.
       01  VERIFY-PARM-RECORD.
           05  BP-MODE             PIC X.

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
       01  WS-HIST-STATUS          PIC XX VALUE "00".
       01  WS-ARCH-STATUS          PIC XX VALUE "00".
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

       01  WS-PARM-PRESENT-SWITCH  PIC X VALUE "N".
           88  PARM-FILE-PRESENT       VALUE "Y".
       01  WS-BALM-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-BALANCE-FILE     VALUE "Y".
       01  WS-HIST-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-HISTORY-FILE     VALUE "Y".
       01  WS-ARCH-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-ARCHIVE-FILE     VALUE "Y".
       01  WS-OVERFLOW-SWITCH      PIC X VALUE "N".
           88  ACCOUNT-TABLE-FULL      VALUE "Y".
       01  WS-FOUND-SWITCH         PIC X VALUE "N".
           88  ACCOUNT-FOUND           VALUE "Y".
       01  WS-REBUILD-FAIL-SWITCH  PIC X VALUE "N".
           88  REBUILD-FAILED          VALUE "Y".

       01  WS-RUN-MODE             PIC X VALUE "V".
           88  VERIFY-MODE             VALUE "V".
           88  REBUILD-MODE            VALUE "R".
       01  WS-PASS                 PIC 9 VALUE 1.
           88  DATING-PASS             VALUE 1.
           88  TOTALING-PASS           VALUE 2.

       01  WS-SCAN-ACCOUNT         PIC X(8) VALUE SPACES.
       01  WS-SCAN-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-SCAN-RESULT          PIC S9(11)V99 VALUE ZEROES.

       01  WS-VERIFY-TABLE.
           05  WS-BV-COUNT         PIC 9(4) VALUE ZEROES.
           05  WS-BV-ENTRY OCCURS 5000 TIMES.
               10  WS-BV-ACCT      PIC X(8).
               10  WS-BV-ON-MASTER PIC X.
               10  WS-BV-LAST-POSTED
                                   PIC 9(8).
               10  WS-BV-MAST-MTD-CNT
                                   PIC 9(6).
               10  WS-BV-MAST-MTD-TOT
                                   PIC S9(11)V99.
               10  WS-BV-MAST-YTD-CNT
                                   PIC 9(6).
               10  WS-BV-MAST-YTD-TOT
                                   PIC S9(11)V99.
               10  WS-BV-REF-DATE  PIC 9(8).
               10  WS-BV-CALC-MTD-CNT
                                   PIC 9(6).
               10  WS-BV-CALC-MTD-TOT
                                   PIC S9(11)V99.
               10  WS-BV-CALC-YTD-CNT
                                   PIC 9(6).
               10  WS-BV-CALC-YTD-TOT
                                   PIC S9(11)V99.
               10  WS-BV-VERDICT   PIC X(10).
       01  WS-BV-SWAP              PIC X(111).
       01  WS-SUB                  PIC 9(4) COMP VALUE ZEROES.
       01  WS-FOUND-SUB            PIC 9(4) COMP VALUE ZEROES.
       01  WS-SORT-SUB             PIC 9(4) COMP VALUE ZEROES.
       01  WS-SORTED-SWITCH        PIC X VALUE "N".
           88  SORT-PASS-CLEAN         VALUE "Y".

       01  WS-REF-DATE-X           PIC X(8).
       01  WS-LAST-POSTED-X        PIC X(8).

       01  WS-ACCOUNTS-CHECKED     PIC 9(6) VALUE ZEROES.
       01  WS-ACCOUNTS-BALANCED    PIC 9(6) VALUE ZEROES.
       01  WS-ACCOUNTS-VARIANT     PIC 9(6) VALUE ZEROES.
       01  WS-ACCOUNTS-REBUILT     PIC 9(6) VALUE ZEROES.
       01  WS-HIST-READ            PIC 9(7) VALUE ZEROES.
       01  WS-ARCH-READ            PIC 9(7) VALUE ZEROES.
       01  WS-UNDATED-COUNT        PIC 9(7) VALUE ZEROES.

       01  WS-PAGE-NUM             PIC 9(4) VALUE ZEROES.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-SAVE-LINE            PIC X(132) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER              PIC X(24) VALUE
               "==== Example-Calculator ".
           05  FILLER              PIC X(31) VALUE
               "Balance Master Verify Report   ".
           05  FILLER              PIC X(5) VALUE "Page ".
           05  WS-HDG-PAGE         PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER              PIC X(6) VALUE "Mode: ".
           05  WS-HDG-MODE         PIC X(30).
           05  FILLER              PIC X(40) VALUE
               "Periods dated by history run id".
       01  WS-HEADING-3.
           05  FILLER              PIC X(9) VALUE "Account  ".
           05  FILLER              PIC X(7) VALUE "Period ".
           05  FILLER              PIC X(14) VALUE
               "  MTD cnt M/R ".
           05  FILLER              PIC X(38) VALUE
               "     MTD total master  MTD recomputed ".
           05  FILLER              PIC X(14) VALUE
               "  YTD cnt M/R ".
           05  FILLER              PIC X(38) VALUE
               "     YTD total master  YTD recomputed ".
           05  FILLER              PIC X(10) VALUE "Status".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT      PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-PERIOD       PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-MTD-CNT-M    PIC ZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-MTD-CNT-R    PIC ZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-MTD-TOT-M    PIC ---,---,---,--9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-MTD-TOT-R    PIC ---,---,---,--9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-YTD-CNT-M    PIC ZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-YTD-CNT-R    PIC ZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-YTD-TOT-M    PIC ---,---,---,--9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-YTD-TOT-R    PIC ---,---,---,--9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-STATUS       PIC X(10).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(30).
           05  WS-CNT-VALUE        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Verify-Main.
           PERFORM Read-Parm-File
           IF NOT PARM-FILE-PRESENT THEN
               DISPLAY "Mode (V=Verify only, R=Verify and rebuild "
                   "out-of-balance accounts): " WITH NO ADVANCING
               ACCEPT WS-RUN-MODE
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-RUN-MODE) TO WS-RUN-MODE
           IF NOT REBUILD-MODE THEN
               MOVE "V" TO WS-RUN-MODE
               MOVE "Verify only" TO WS-HDG-MODE
           ELSE
               MOVE "Verify and rebuild" TO WS-HDG-MODE
           END-IF
           MOVE WS-RUN-MODE TO WS-STEP-SELECTION
           PERFORM Log-Step-Start
           PERFORM Load-Balance-Master
           SET DATING-PASS TO TRUE
           PERFORM Scan-History-And-Archive
           PERFORM Set-Reference-Dates
           SET TOTALING-PASS TO TRUE
           PERFORM Scan-History-And-Archive
           IF ACCOUNT-TABLE-FULL THEN
               DISPLAY "Over 5000 accounts on the balance master "
                   "and history, verify cannot run"
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           PERFORM Sort-Verify-Table
           OPEN OUTPUT VERIFY-REPORT-FILE
           PERFORM Print-Page-Heading
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-BV-COUNT
               PERFORM Compare-One-Account
               ADD 1 TO WS-SUB
           END-PERFORM
           IF REBUILD-MODE AND WS-ACCOUNTS-VARIANT > ZEROES THEN
               PERFORM Rebuild-Balance-Master
           END-IF
           PERFORM Report-Verdict
           CLOSE VERIFY-REPORT-FILE
           MOVE "CHECKED" TO WS-STEP-LABEL (1)
           MOVE WS-ACCOUNTS-CHECKED TO WS-STEP-VALUE (1)
           MOVE "BALANCED" TO WS-STEP-LABEL (2)
           MOVE WS-ACCOUNTS-BALANCED TO WS-STEP-VALUE (2)
           MOVE "VARIANCE" TO WS-STEP-LABEL (3)
           MOVE WS-ACCOUNTS-VARIANT TO WS-STEP-VALUE (3)
           MOVE "REBUILT" TO WS-STEP-LABEL (4)
           MOVE WS-ACCOUNTS-REBUILT TO WS-STEP-VALUE (4)
           PERFORM Log-Step-End
           STOP RUN.

       Read-Parm-File.
           OPEN INPUT VERIFY-PARM-FILE
           IF WS-PARM-STATUS = "00" THEN
               READ VERIFY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-PARM-PRESENT-SWITCH
                       MOVE BP-MODE TO WS-RUN-MODE
               END-READ
               CLOSE VERIFY-PARM-FILE
           END-IF.

      ******************************************************************
      * The balance master comes off in account order; accounts found
      * only in history are appended behind it and sorted in before
      * the report prints.
      ******************************************************************
       Load-Balance-Master.
           OPEN INPUT CALC-BALANCE-FILE
           IF WS-BALM-STATUS = "35" AND REBUILD-MODE THEN
               DISPLAY "CALCBALM.DAT not found, rebuilding from "
                   "history"
               EXIT PARAGRAPH
           END-IF
           IF WS-BALM-STATUS NOT = "00" THEN
               DISPLAY "CALCBALM.DAT not available (status "
                   WS-BALM-STATUS "), verify cannot run"
               MOVE 12 TO RETURN-CODE
               PERFORM Log-Step-End
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-BALANCE-FILE
               READ CALC-BALANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-BALANCE-FILE TO TRUE
                   NOT AT END
                       PERFORM Load-One-Balance
               END-READ
           END-PERFORM
           CLOSE CALC-BALANCE-FILE.

       Load-One-Balance.
           IF WS-BV-COUNT NOT < 5000 THEN
               SET ACCOUNT-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BV-COUNT
           MOVE WS-BV-COUNT TO WS-SUB
           INITIALIZE WS-BV-ENTRY (WS-SUB)
           MOVE AB-ACCOUNT-ID TO WS-BV-ACCT (WS-SUB)
           MOVE "Y" TO WS-BV-ON-MASTER (WS-SUB)
           MOVE AB-LAST-POSTED TO WS-BV-LAST-POSTED (WS-SUB)
           MOVE AB-MTD-COUNT TO WS-BV-MAST-MTD-CNT (WS-SUB)
           MOVE AB-MTD-TOTAL TO WS-BV-MAST-MTD-TOT (WS-SUB)
           MOVE AB-YTD-COUNT TO WS-BV-MAST-YTD-CNT (WS-SUB)
           MOVE AB-YTD-TOTAL TO WS-BV-MAST-YTD-TOT (WS-SUB)
           MOVE AB-LAST-POSTED TO WS-BV-REF-DATE (WS-SUB).

      ******************************************************************
      * Both passes read the live history and then the archive; the
      * archive deletes what it moves, so no calculation is seen
      * twice. The first pass finds each account's latest run date,
      * the second totals the calculations in that date's month and
      * year.
      ******************************************************************
       Scan-History-And-Archive.
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE "N" TO WS-ARCH-EOF-SWITCH
           OPEN INPUT CALC-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
               DISPLAY "CALCHIST.DAT not available, counted as empty"
           ELSE
               PERFORM UNTIL END-OF-HISTORY-FILE
                   READ CALC-HISTORY-FILE NEXT RECORD
                       AT END
                           SET END-OF-HISTORY-FILE TO TRUE
                       NOT AT END
                           MOVE CH-ACCOUNT-ID TO WS-SCAN-ACCOUNT
                           IF CH-BASE-RESULT NUMERIC THEN
                               MOVE CH-BASE-RESULT TO WS-SCAN-RESULT
                           ELSE
                               MOVE CH-RESULT TO WS-SCAN-RESULT
                           END-IF
                           MOVE CH-RUN-ID (1:8) TO WS-REF-DATE-X
                           IF DATING-PASS THEN
                               ADD 1 TO WS-HIST-READ
                           END-IF
                           PERFORM Scan-One-Calculation
                   END-READ
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
           END-IF
           OPEN INPUT CALC-ARCHIVE-FILE
           IF WS-ARCH-STATUS = "00" THEN
               PERFORM UNTIL END-OF-ARCHIVE-FILE
                   READ CALC-ARCHIVE-FILE
                       AT END
                           SET END-OF-ARCHIVE-FILE TO TRUE
                       NOT AT END
                           MOVE AR-ACCOUNT-ID TO WS-SCAN-ACCOUNT
                           IF AR-BASE-RESULT NUMERIC THEN
                               MOVE AR-BASE-RESULT TO WS-SCAN-RESULT
                           ELSE
                               MOVE AR-RESULT TO WS-SCAN-RESULT
                           END-IF
                           MOVE AR-RUN-ID (1:8) TO WS-REF-DATE-X
                           IF DATING-PASS THEN
                               ADD 1 TO WS-ARCH-READ
                           END-IF
                           PERFORM Scan-One-Calculation
                   END-READ
               END-PERFORM
               CLOSE CALC-ARCHIVE-FILE
           END-IF.

      ******************************************************************
      * Calculations from before the run id was carried on history
      * have no date and cannot be placed in a period; they are
      * counted and left out.
      ******************************************************************
       Scan-One-Calculation.
           IF WS-REF-DATE-X NOT NUMERIC THEN
               IF DATING-PASS THEN
                   ADD 1 TO WS-UNDATED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-DATE-X TO WS-SCAN-DATE
           PERFORM Find-Verify-Entry
           IF DATING-PASS THEN
               IF NOT ACCOUNT-FOUND THEN
                   PERFORM Add-History-Only-Account
               END-IF
               IF ACCOUNT-FOUND AND
                   WS-SCAN-DATE > WS-BV-REF-DATE (WS-FOUND-SUB)
                   MOVE WS-SCAN-DATE TO WS-BV-REF-DATE (WS-FOUND-SUB)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCOUNT-FOUND THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BV-REF-DATE (WS-FOUND-SUB) TO WS-REF-DATE-X
           MOVE WS-SCAN-DATE TO WS-LAST-POSTED-X
           IF WS-LAST-POSTED-X (1:4) = WS-REF-DATE-X (1:4) THEN
               ADD 1 TO WS-BV-CALC-YTD-CNT (WS-FOUND-SUB)
               ADD WS-SCAN-RESULT TO WS-BV-CALC-YTD-TOT (WS-FOUND-SUB)
               IF WS-LAST-POSTED-X (1:6) = WS-REF-DATE-X (1:6) THEN
                   ADD 1 TO WS-BV-CALC-MTD-CNT (WS-FOUND-SUB)
                   ADD WS-SCAN-RESULT
                       TO WS-BV-CALC-MTD-TOT (WS-FOUND-SUB)
               END-IF
           END-IF.

       Find-Verify-Entry.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE ZEROES TO WS-FOUND-SUB
           MOVE 1 TO WS-SUB
           PERFORM UNTIL ACCOUNT-FOUND OR WS-SUB > WS-BV-COUNT
               IF WS-BV-ACCT (WS-SUB) = WS-SCAN-ACCOUNT THEN
                   SET ACCOUNT-FOUND TO TRUE
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.

       Add-History-Only-Account.
           IF WS-BV-COUNT NOT < 5000 THEN
               SET ACCOUNT-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BV-COUNT
           MOVE WS-BV-COUNT TO WS-FOUND-SUB
           INITIALIZE WS-BV-ENTRY (WS-FOUND-SUB)
           MOVE WS-SCAN-ACCOUNT TO WS-BV-ACCT (WS-FOUND-SUB)
           MOVE "N" TO WS-BV-ON-MASTER (WS-FOUND-SUB)
           SET ACCOUNT-FOUND TO TRUE.

      ******************************************************************
      * The batch rolls MTD and YTD lazily, on an account's next
      * posting. When history holds a later month (or year) than the
      * master last posted, the master's figures for that period are
      * effectively zero, which is what they are compared against.
      ******************************************************************
       Set-Reference-Dates.
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-BV-COUNT
               MOVE WS-BV-REF-DATE (WS-SUB) TO WS-REF-DATE-X
               MOVE WS-BV-LAST-POSTED (WS-SUB) TO WS-LAST-POSTED-X
               IF WS-LAST-POSTED-X (1:4) NOT = WS-REF-DATE-X (1:4)
                   MOVE ZEROES TO WS-BV-MAST-MTD-CNT (WS-SUB)
                   MOVE ZEROES TO WS-BV-MAST-MTD-TOT (WS-SUB)
                   MOVE ZEROES TO WS-BV-MAST-YTD-CNT (WS-SUB)
                   MOVE ZEROES TO WS-BV-MAST-YTD-TOT (WS-SUB)
               ELSE
                   IF WS-LAST-POSTED-X (1:6) NOT =
                       WS-REF-DATE-X (1:6)
                       MOVE ZEROES TO WS-BV-MAST-MTD-CNT (WS-SUB)
                       MOVE ZEROES TO WS-BV-MAST-MTD-TOT (WS-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM.

       Sort-Verify-Table.
           MOVE "N" TO WS-SORTED-SWITCH
           PERFORM UNTIL SORT-PASS-CLEAN
               MOVE "Y" TO WS-SORTED-SWITCH
               MOVE 1 TO WS-SORT-SUB
               PERFORM UNTIL WS-SORT-SUB NOT < WS-BV-COUNT
                   PERFORM Compare-And-Swap
                   ADD 1 TO WS-SORT-SUB
               END-PERFORM
           END-PERFORM.

       Compare-And-Swap.
           IF WS-BV-ACCT (WS-SORT-SUB) >
               WS-BV-ACCT (WS-SORT-SUB + 1)
               MOVE WS-BV-ENTRY (WS-SORT-SUB) TO WS-BV-SWAP
               MOVE WS-BV-ENTRY (WS-SORT-SUB + 1)
                   TO WS-BV-ENTRY (WS-SORT-SUB)
               MOVE WS-BV-SWAP TO WS-BV-ENTRY (WS-SORT-SUB + 1)
               MOVE "N" TO WS-SORTED-SWITCH
           END-IF.

       Compare-One-Account.
           ADD 1 TO WS-ACCOUNTS-CHECKED
           IF WS-BV-MAST-MTD-CNT (WS-SUB) =
                   WS-BV-CALC-MTD-CNT (WS-SUB) AND
               WS-BV-MAST-MTD-TOT (WS-SUB) =
                   WS-BV-CALC-MTD-TOT (WS-SUB) AND
               WS-BV-MAST-YTD-CNT (WS-SUB) =
                   WS-BV-CALC-YTD-CNT (WS-SUB) AND
               WS-BV-MAST-YTD-TOT (WS-SUB) =
                   WS-BV-CALC-YTD-TOT (WS-SUB)
               ADD 1 TO WS-ACCOUNTS-BALANCED
               MOVE "OK" TO WS-BV-VERDICT (WS-SUB)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNTS-VARIANT
           IF WS-BV-ON-MASTER (WS-SUB) = "N" THEN
               MOVE "NO MASTER" TO WS-BV-VERDICT (WS-SUB)
           ELSE
               MOVE "VARIANCE" TO WS-BV-VERDICT (WS-SUB)
           END-IF
           PERFORM Print-Detail-Line.

       Print-Detail-Line.
           MOVE WS-BV-ACCT (WS-SUB) TO WS-DTL-ACCOUNT
           MOVE WS-BV-REF-DATE (WS-SUB) TO WS-REF-DATE-X
           MOVE WS-REF-DATE-X (1:6) TO WS-DTL-PERIOD
           MOVE WS-BV-MAST-MTD-CNT (WS-SUB) TO WS-DTL-MTD-CNT-M
           MOVE WS-BV-CALC-MTD-CNT (WS-SUB) TO WS-DTL-MTD-CNT-R
           MOVE WS-BV-MAST-MTD-TOT (WS-SUB) TO WS-DTL-MTD-TOT-M
           MOVE WS-BV-CALC-MTD-TOT (WS-SUB) TO WS-DTL-MTD-TOT-R
           MOVE WS-BV-MAST-YTD-CNT (WS-SUB) TO WS-DTL-YTD-CNT-M
           MOVE WS-BV-CALC-YTD-CNT (WS-SUB) TO WS-DTL-YTD-CNT-R
           MOVE WS-BV-MAST-YTD-TOT (WS-SUB) TO WS-DTL-YTD-TOT-M
           MOVE WS-BV-CALC-YTD-TOT (WS-SUB) TO WS-DTL-YTD-TOT-R
           MOVE WS-BV-VERDICT (WS-SUB) TO WS-DTL-STATUS
           MOVE WS-DETAIL-LINE TO VERIFY-REPORT-LINE
           PERFORM Write-Report-Line.

      ******************************************************************
      * Rebuild rewrites only the out-of-balance accounts, stamping
      * the reference date as last posted so the next batch rolls
      * the rebuilt figures exactly as it would have rolled correct
      * ones. An empty master is created only on file status 35.
      ******************************************************************
       Rebuild-Balance-Master.
           OPEN I-O CALC-BALANCE-FILE
           IF WS-BALM-STATUS = "35" THEN
               OPEN OUTPUT CALC-BALANCE-FILE
               CLOSE CALC-BALANCE-FILE
               OPEN I-O CALC-BALANCE-FILE
           END-IF
           IF WS-BALM-STATUS NOT = "00" THEN
               DISPLAY "CALCBALM.DAT not available for rebuild "
                   "(status " WS-BALM-STATUS ")"
               SET REBUILD-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VERIFY-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "---- Accounts rebuilt from history ----"
               TO VERIFY-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-BV-COUNT
               IF WS-BV-VERDICT (WS-SUB) NOT = "OK" THEN
                   PERFORM Rebuild-One-Account
               END-IF
               ADD 1 TO WS-SUB
           END-PERFORM
           CLOSE CALC-BALANCE-FILE.

       Rebuild-One-Account.
           MOVE WS-BV-ACCT (WS-SUB) TO AB-ACCOUNT-ID
           MOVE WS-BV-REF-DATE (WS-SUB) TO AB-LAST-POSTED
           MOVE WS-BV-CALC-MTD-CNT (WS-SUB) TO AB-MTD-COUNT
           MOVE WS-BV-CALC-MTD-TOT (WS-SUB) TO AB-MTD-TOTAL
           MOVE WS-BV-CALC-YTD-CNT (WS-SUB) TO AB-YTD-COUNT
           MOVE WS-BV-CALC-YTD-TOT (WS-SUB) TO AB-YTD-TOTAL
           IF WS-BV-ON-MASTER (WS-SUB) = "Y" THEN
               REWRITE CALC-BALANCE-RECORD
                   INVALID KEY
                       SET REBUILD-FAILED TO TRUE
                   NOT INVALID KEY
                       MOVE "REBUILT" TO WS-BV-VERDICT (WS-SUB)
               END-REWRITE
           ELSE
               WRITE CALC-BALANCE-RECORD
                   INVALID KEY
                       SET REBUILD-FAILED TO TRUE
                   NOT INVALID KEY
                       MOVE "ADDED" TO WS-BV-VERDICT (WS-SUB)
               END-WRITE
           END-IF
           IF WS-BV-VERDICT (WS-SUB) = "REBUILT" OR
               WS-BV-VERDICT (WS-SUB) = "ADDED"
               ADD 1 TO WS-ACCOUNTS-REBUILT
           ELSE
               MOVE "NOT REBUILT" TO WS-BV-VERDICT (WS-SUB)
           END-IF
           PERFORM Print-Detail-Line.

       Report-Verdict.
           MOVE SPACES TO VERIFY-REPORT-LINE
           PERFORM Write-Report-Line
           MOVE "History records read.........." TO WS-CNT-LABEL
           MOVE WS-HIST-READ TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Archive records read.........." TO WS-CNT-LABEL
           MOVE WS-ARCH-READ TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Undated records, not counted.." TO WS-CNT-LABEL
           MOVE WS-UNDATED-COUNT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Accounts checked.............." TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-CHECKED TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Accounts in balance..........." TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-BALANCED TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           MOVE "Accounts out of balance......." TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-VARIANT TO WS-CNT-VALUE
           PERFORM Write-Count-Line
           IF REBUILD-MODE THEN
               MOVE "Accounts rebuilt.............." TO WS-CNT-LABEL
               MOVE WS-ACCOUNTS-REBUILT TO WS-CNT-VALUE
               PERFORM Write-Count-Line
           END-IF
           MOVE SPACES TO VERIFY-REPORT-LINE
           PERFORM Write-Report-Line
           EVALUATE TRUE
               WHEN REBUILD-FAILED
                   MOVE "Balance master REBUILD FAILED, see above"
                       TO VERIFY-REPORT-LINE
                   DISPLAY "CALCBALM.DAT rebuild failed, see "
                       "CALCBALV.RPT"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ACCOUNTS-VARIANT = ZEROES
                   MOVE "Balance master is IN BALANCE with history"
                       TO VERIFY-REPORT-LINE
                   DISPLAY "CALCBALM.DAT IN BALANCE, "
                       WS-ACCOUNTS-CHECKED " accounts"
                   MOVE 0 TO RETURN-CODE
               WHEN REBUILD-MODE
                   MOVE "Balance master REBUILT from history"
                       TO VERIFY-REPORT-LINE
                   DISPLAY "CALCBALM.DAT rebuilt, "
                       WS-ACCOUNTS-REBUILT " accounts"
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE "Balance master is OUT OF BALANCE, see detail"
                       TO VERIFY-REPORT-LINE
                   DISPLAY "CALCBALM.DAT OUT OF BALANCE, "
                       WS-ACCOUNTS-VARIANT " accounts, see "
                       "CALCBALV.RPT"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM Write-Report-Line.

       Write-Count-Line.
           MOVE WS-COUNT-LINE TO VERIFY-REPORT-LINE
           PERFORM Write-Report-Line.

       Write-Report-Line.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE THEN
               PERFORM Print-Page-Heading
           END-IF
           WRITE VERIFY-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       Print-Page-Heading.
           MOVE VERIFY-REPORT-LINE TO WS-SAVE-LINE
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HDG-PAGE
           MOVE WS-HEADING-1 TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           MOVE WS-HEADING-2 TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           MOVE WS-HEADING-3 TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           MOVE SPACES TO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT
           MOVE WS-SAVE-LINE TO VERIFY-REPORT-LINE.

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
           MOVE "Calc-Balance-Verify" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
