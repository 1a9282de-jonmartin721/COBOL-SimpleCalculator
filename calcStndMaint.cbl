      * Mod Log:
      *   9/2/26  - Initial version: add, change, cancel and list
      *              with a full rewrite of the file on exit.
      *   10/15/26 - Ask for a clerk id at sign-on and journal every
      *              add, change and cancel to the shared maintenance
      *              journal CALCMJNL.DAT with before and after
      *              images of the instruction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calc-Standing-Maint.
           SELECT CALC-STANDING-FILE ASSIGN TO "CALCSTND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STND-STATUS.
           SELECT CALC-MAINT-JOURNAL ASSIGN TO "CALCMJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SI-END-DATE         PIC 9(8).
           05  SI-STATUS           PIC X.

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
       01  WS-STND-STATUS          PIC XX VALUE "00".
       01  WS-MJNL-STATUS          PIC XX VALUE "00".

       01  WS-CLERK-ID             PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE         PIC X(120) VALUE SPACES.
       01  WS-JOURNAL-KEY          PIC 9(3) VALUE ZEROES.

       01  WS-INSTRUCTION-IMAGE.
           05  IM-ACCOUNT-ID       PIC X(8).
           05  IM-NUM1             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  IM-NUM2             PIC S9(7)V99 SIGN TRAILING
                                   SEPARATE CHARACTER.
           05  IM-OPERATOR         PIC X.
           05  IM-FREQUENCY        PIC X.
           05  IM-NEXT-DUE         PIC 9(8).
           05  IM-END-DATE         PIC 9(8).
           05  IM-STATUS           PIC X.

       01  WS-STND-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-STANDING-FILE    VALUE "Y".

       PROCEDURE DIVISION.
       Standing-Maint-Main.
           PERFORM Sign-On-Clerk
           PERFORM Load-Standing-File
           DISPLAY "Standing instructions on file: " WS-STND-COUNT
           PERFORM UNTIL MENU-DONE
           ELSE
               DISPLAY "No changes made"
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

       Load-Standing-File.
           OPEN INPUT CALC-STANDING-FILE
           IF WS-STND-STATUS NOT = "00" THEN
           END-IF
           MOVE "A" TO WS-STND-STAT (WS-PICK-SUB)
           SET FILE-CHANGED TO TRUE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE "ADD" TO MJ-ACTION
           PERFORM Write-Journal-Entry
           PERFORM Display-One-Instruction.

       Accept-Fix-Number.
               EXIT PARAGRAPH
           END-IF
           PERFORM Display-One-Instruction
           PERFORM Build-Instruction-Image
           MOVE WS-INSTRUCTION-IMAGE TO WS-BEFORE-IMAGE
           MOVE "N" TO WS-CHANGE-SWITCH
           PERFORM UNTIL CHANGE-DONE
               PERFORM Change-One-Field
           END-PERFORM
           PERFORM Build-Instruction-Image
           IF WS-INSTRUCTION-IMAGE NOT = WS-BEFORE-IMAGE THEN
               MOVE "CHANGE" TO MJ-ACTION
               PERFORM Write-Journal-Entry
           END-IF.

       Change-One-Field.
           DISPLAY "Change which field (1=Account, 2=Num1, 3=Num2, "
               PERFORM Display-One-Instruction
               EXIT PARAGRAPH
           END-IF
           PERFORM Build-Instruction-Image
           MOVE WS-INSTRUCTION-IMAGE TO WS-BEFORE-IMAGE
           MOVE "C" TO WS-STND-STAT (WS-PICK-SUB)
           SET FILE-CHANGED TO TRUE
           MOVE "CANCEL" TO MJ-ACTION
           PERFORM Write-Journal-Entry
           PERFORM Display-One-Instruction.

       Build-Instruction-Image.
           MOVE WS-STND-ACCT (WS-PICK-SUB) TO IM-ACCOUNT-ID
           MOVE WS-STND-NUM1 (WS-PICK-SUB) TO IM-NUM1
           MOVE WS-STND-NUM2 (WS-PICK-SUB) TO IM-NUM2
           MOVE WS-STND-OP (WS-PICK-SUB) TO IM-OPERATOR
           MOVE WS-STND-FREQ (WS-PICK-SUB) TO IM-FREQUENCY
           MOVE WS-STND-DUE (WS-PICK-SUB) TO IM-NEXT-DUE
           MOVE WS-STND-END (WS-PICK-SUB) TO IM-END-DATE
           MOVE WS-STND-STAT (WS-PICK-SUB) TO IM-STATUS.

      ******************************************************************
      * Instructions have no key of their own; the journal keys them
      * by their number on the L list. The caller sets MJ-ACTION and
      * the before image; the after image is the instruction as it
      * now stands.
      ******************************************************************
       Write-Journal-Entry.
           PERFORM Build-Instruction-Image
           MOVE WS-PICK-SUB TO WS-JOURNAL-KEY
           MOVE FUNCTION CURRENT-DATE (1:16) TO MJ-TIMESTAMP
           MOVE WS-CLERK-ID TO MJ-CLERK-ID
           MOVE "Calc-Standing-Maint" TO MJ-PROGRAM
           MOVE SPACES TO MJ-RECORD-KEY
           STRING "Instruction " WS-JOURNAL-KEY
               DELIMITED BY SIZE INTO MJ-RECORD-KEY
           MOVE IM-ACCOUNT-ID TO MJ-ACCOUNT-ID
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE WS-INSTRUCTION-IMAGE TO MJ-AFTER-IMAGE
           WRITE CALC-JOURNAL-RECORD.

       List-Instructions.
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-STND-COUNT
