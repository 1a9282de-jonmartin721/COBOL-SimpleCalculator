      *              double-counts the totals; widened the report
      *              line so accounting's full 30-character reject
      *              reason prints.
      *   10/15/26 - Append STARTED and ENDED step entries, with the
      *              completion status, return code and key counts,
      *              to the shared run-control log CALCRUNL.DAT for
      *              the morning status report (see Calc-Run-Status).
      *   10/15/26 - Feed and resend records widened to 120 bytes for
      *              the currency, rate and base amount now carried
      *              behind the result.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Ack-Match.
           SELECT ACK-REPORT-FILE ASSIGN TO "CALCACKR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALCRUNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-CSV-FILE.
       01  CALC-CSV-RECORD         PIC X(120).

       FD  CALC-ACK-FILE.
       01  CALC-ACK-RECORD.
           05  AK-REASON           PIC X(30).

       FD  CALC-RESEND-FILE.
       01  CALC-RESEND-RECORD      PIC X(120).

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE         PIC X(104).

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
       01  WS-CSV-STATUS           PIC XX VALUE "00".
       01  WS-ACK-STATUS           PIC XX VALUE "00".
       01  WS-RSND-STATUS          PIC XX VALUE "00".
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

       01  WS-CSV-EOF-SWITCH       PIC X VALUE "N".
           88  END-OF-CSV-FILE         VALUE "Y".
       01  WS-ACK-EOF-SWITCH       PIC X VALUE "N".

       PROCEDURE DIVISION.
       Ack-Match-Main.
           PERFORM Log-Step-Start
           PERFORM Load-Ack-File
           PERFORM Load-Pending-Resends
           OPEN INPUT CALC-CSV-FILE
               ", unacknowledged " WS-UNACKED-COUNT
           DISPLAY "Exceptions flagged for resend in CALCRSND.DAT, "
               "report in CALCACKR.RPT"
           IF WS-REJECTED-COUNT > ZEROES OR
               WS-UNACKED-COUNT > ZEROES
               MOVE "WARNING" TO WS-STEP-STATUS
           END-IF
           MOVE "SENT" TO WS-STEP-LABEL (1)
           MOVE WS-SENT-COUNT TO WS-STEP-VALUE (1)
           MOVE "ACKED" TO WS-STEP-LABEL (2)
           MOVE WS-ACKED-COUNT TO WS-STEP-VALUE (2)
           MOVE "REJECTED" TO WS-STEP-LABEL (3)
           MOVE WS-REJECTED-COUNT TO WS-STEP-VALUE (3)
           MOVE "UNACKED" TO WS-STEP-LABEL (4)
           MOVE WS-UNACKED-COUNT TO WS-STEP-VALUE (4)
           PERFORM Log-Step-End
           STOP RUN.

       Load-Ack-File.
               DISPLAY "Warning: resend dedup table filled, "
                   "CALCRSND.DAT may hold duplicates"
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
           MOVE "Calc-Ack-Match" TO SL-PROGRAM
           MOVE WS-STEP-SELECTION TO SL-SELECTION
           MOVE WS-STEP-START TO SL-START-STAMP
           MOVE WS-STEP-END TO SL-END-STAMP
           MOVE WS-STEP-STATUS TO SL-STATUS
           MOVE WS-STEP-RC TO SL-RETURN-CODE
           MOVE WS-STEP-COUNTS TO SL-COUNTS
           WRITE CALC-STEP-RECORD
           CLOSE CALC-RUN-CONTROL.
