       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB32.
       AUTHOR. JEFF BIRKNER.

      *    RESERVATION MASTER RECOVERY FROM THE RESJRNL.DAT JOURNAL.
      *    EVERY PROGRAM THAT ADDS, CHANGES OR DELETES A CAMPRES.DAT
      *    RECORD (CBLJCB02, 03, 11, 12, 13, 14 AND 29) APPENDS THE
      *    BEFORE AND AFTER IMAGES TO RESJRNL.DAT WITH ITS PROGRAM ID,
      *    RUN DATE AND THE CLOCK TIME THE RUN STARTED (SEE RJ-REC).
      *    ONE CARD ON RECOVER.DAT SAYS WHAT TO DO WITH THEM:
      *
      *    B - BACK OUT ONE NAMED RUN.  THE RUN'S ENTRIES ARE UNDONE
      *        LAST FIRST, STRAIGHT AGAINST THE LIVE MASTER - AN ADD
      *        IS DELETED, A CHANGE PUT BACK TO ITS BEFORE IMAGE, A
      *        DELETE WRITTEN BACK.  A RECORD IS ONLY TOUCHED WHILE IT
      *        STILL LOOKS EXACTLY AS THAT RUN LEFT IT, SO ANYTHING A
      *        LATER GOOD RUN DID TO IT IS KEPT AND LISTED WITH *** FOR
      *        THE OFFICE TO SETTLE BY HAND.  THE BACK-OUT JOURNALS
      *        ITS OWN CHANGES UNDER CBLJCB32, SO IT CAN BE BACKED OUT
      *        IN TURN AND A LATER ROLL FORWARD REPLAYS IT.
      *
      *    F - ROLL FORWARD FROM A BACKUP.  THE OPERATOR RESTORES THE
      *        BACKUP COPY OF CAMPRES.DAT FIRST.  EVERY ENTRY FROM A
      *        RUN STARTED AFTER THE BACKUP WAS TAKEN, UP TO AND
      *        INCLUDING THE STOP POINT (BLANK FOR THE END OF THE
      *        JOURNAL), IS APPLIED AGAIN IN THE ORDER IT WAS MADE.  A
      *        RUN NAMED ON THE CARD IS LEFT OUT - THE WAY TO DROP A
      *        RUN TOO LARGE TO BACK OUT IN PLACE.  A LEFT-OUT RUN'S
      *        ENTRIES STAY ON THE JOURNAL, SO ANY LATER ROLL FORWARD
      *        OVER IT MUST NAME IT AGAIN.
      *
      *    RECOVER.PRT LISTS EVERY JOURNAL ENTRY THE RUN ACTED ON AND
      *    WHAT BECAME OF IT, THEN PROVES THE RUN.  THE CBLJCB05, 19
      *    AND 20 CONVERSIONS REBUILD THE WHOLE MASTER AND ARE NOT
      *    JOURNALED - TAKE A FRESH BACKUP AFTER EACH ONE.
      *
      *    RECOVER.DAT CARD -
      *        COL  1      MODE, B OR F
      *        COL  2- 9   PROGRAM ID OF THE RUN TO BACK OUT OR LEAVE
      *                    OUT (BLANK ON AN F CARD LEAVES NONE OUT)
      *        COL 10-17   THAT RUN'S RUN DATE, CCYYMMDD
      *        COL 18-31   THAT RUN'S START, CCYYMMDDHHMMSS - BLANK
      *                    TAKES EVERY RUN OF THE PROGRAM THAT DATE
      *        COL 32-45   F ONLY - WHEN THE BACKUP WAS TAKEN
      *        COL 46-59   F ONLY - STOP POINT, BLANK FOR ALL

       ENVIRONMENT DIVISION.
           SELECT RECOVER-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RECOVER.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT RES-JOURNAL-IN
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RESJRNL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JI-FILE-STATUS.

           SELECT RES-JOURNAL-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RESJRNL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAMPRES-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CAMPRES.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS O-RES-KEY
                   FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT RECOVER-RPT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RECOVER.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
       FD RECOVER-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS RECOVER-CARD-REC
       RECORD CONTAINS 59 CHARACTERS.

       01 RECOVER-CARD-REC         PIC X(59).

      *    THE JOURNAL IS READ WHOLE INTO CUR-ENTRY - SEE RJ-REC FOR
      *    THE LAYOUT.
       FD RES-JOURNAL-IN
       LABEL RECORD IS OMITTED
       DATA RECORD IS JI-REC
       RECORD CONTAINS 437 CHARACTERS.

       01 JI-REC                   PIC X(437).

       FD RES-JOURNAL-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS RJ-REC
       RECORD CONTAINS 437 CHARACTERS.

       COPY "RESJRNL.CPY".

       FD CAMPRES-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

       FD RECOVER-RPT
       LABEL RECORD IS OMITTED
       DATA RECORD IS RCV-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 RCV-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-JI-RECS         PIC X.
           05 RUN-OK-SW            PIC X.
           05 COL-HEAD-SW          PIC X      VALUE 'N'.
           05 RUN-MATCH-SW         PIC X.
           05 REC-FOUND-SW         PIC X.
           05 APPLIED-SW           PIC X.

       01 WS-RC-FILE-STATUS        PIC XX.
       01 WS-JI-FILE-STATUS        PIC XX.
       01 WS-RES-FILE-STATUS       PIC XX.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

      *    RESJRNL.DAT RUN IDENTITY FOR THIS RUN'S OWN ENTRIES.
       01 HOLD-RUN-STAMP.
           05 HOLD-STAMP-DATE      PIC X(8).
           05 HOLD-STAMP-TIME      PIC X(6).

      *    THE RECOVER.DAT CARD - SEE THE LAYOUT ABOVE.
       01 RC-FIELDS.
           05 RC-MODE              PIC X.
               88 RC-BACK-OUT          VALUE 'B'.
               88 RC-ROLL-FORWARD      VALUE 'F'.
           05 RC-PROGRAM           PIC X(8).
           05 RC-RUN-DATE          PIC X(8).
           05 RC-RUN-STAMP         PIC X(14).
           05 RC-FROM-STAMP        PIC X(14).
           05 RC-TO-STAMP          PIC X(14).

      *    THE JOURNAL ENTRY BEING WORKED - THE SAME LAYOUT AS RJ-REC.
       01 CUR-ENTRY.
           05 CUR-PROGRAM          PIC X(8).
           05 CUR-RUN-DATE         PIC X(8).
           05 CUR-RUN-STAMP        PIC X(14).
           05 CUR-SEQ              PIC 9(6).
           05 CUR-ACTION           PIC X.
               88 CUR-ADD              VALUE 'A'.
               88 CUR-CHANGE           VALUE 'C'.
               88 CUR-DELETE           VALUE 'D'.
           05 CUR-BEFORE           PIC X(200).
           05 CUR-AFTER            PIC X(200).

      *    ONE VAL-REC IMAGE OFF THE JOURNAL, FOR ITS KEY AND NAME.
       01 HOLD-IMAGE.
           05 FILLER               PIC X(16).
           05 HOLD-IMG-KEY.
               10 HOLD-IMG-CAMPGROUND PIC X(11).
               10 HOLD-IMG-SITE    PIC X(3).
               10 HOLD-IMG-DATE    PIC X(8).
           05 FILLER               PIC X(10).
           05 HOLD-IMG-NAME        PIC X(27).
           05 FILLER               PIC X(125).

      *    A BACK-OUT HAS TO RUN THE NAMED RUN'S ENTRIES LAST FIRST,
      *    SO THEY ARE HELD HERE AND WALKED FROM THE BOTTOM UP.  A RUN
      *    TOO LARGE FOR THE TABLE IS NOT BACKED OUT AT ALL - HALF A
      *    BACK-OUT IS WORSE THAN NONE.
       01 JRNL-CTR                 PIC 9(4)   VALUE 0.
       01 JRNL-SUB                 PIC 9(4).
       01 JRNL-TABLE.
           05 TBL-JRNL-ENTRY       PIC X(437) OCCURS 2000 TIMES.

       01 CALCS.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 C-RESULT-MSG         PIC X(35).
           05 C-STOP-MSG           PIC X(60).

      *    RUN CONTROL - SEE 3200-RUN-BALANCE.
       01 RUN-CTL-CTRS.
           05 C-JI-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-SELECT-CTR         PIC 9(6)   VALUE 0.
           05 C-APPLY-CTR          PIC 9(6)   VALUE 0.
           05 C-CONFLICT-CTR       PIC 9(6)   VALUE 0.
           05 C-LEFT-OUT-CTR       PIC 9(6)   VALUE 0.
           05 C-PASSED-CTR         PIC 9(6)   VALUE 0.
           05 C-OVFL-CTR           PIC 9(6)   VALUE 0.
           05 C-JRNL-CTR           PIC 9(6)   VALUE 0.

       01 RCV-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 RCV-TITLE-DATE.
               10 RCV-TITLE-MONTH  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 RCV-TITLE-DAY    PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 RCV-TITLE-YEAR   PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 RCV-TITLE-PAGE       PIC Z9.

       01 RCV-TITLE-LINE2.
           05 FILLER               PIC X(47)   VALUE SPACES.
           05 FILLER               PIC X(40)   VALUE
              'RESERVATION MASTER RECOVERY REPORT'.

       01 RCV-CARD-LINE.
           05 O-CARD-LABEL         PIC X(24).
           05 O-CARD-VALUE         PIC X(40).

       01 RCV-STOP-LINE.
           05 O-STOP-MSG           PIC X(60).

       01 RCV-COL-HEADING.
           05 FILLER               PIC X(10)   VALUE 'PROGRAM'.
           05 FILLER               PIC X(10)   VALUE 'RUN DATE'.
           05 FILLER               PIC X(8)    VALUE 'SEQ'.
           05 FILLER               PIC X(8)    VALUE 'ACTION'.
           05 FILLER               PIC X(12)   VALUE 'CAMPGROUND'.
           05 FILLER               PIC X(5)    VALUE 'SITE'.
           05 FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05 FILLER               PIC X(29)   VALUE 'GUEST NAME'.
           05 FILLER               PIC X(6)    VALUE 'RESULT'.

       01 RCV-DETAIL-LINE.
           05 O-RD-PROGRAM         PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RD-RUN-DATE        PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RD-SEQ             PIC ZZZZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RD-ACTION          PIC X(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RD-CAMPGROUND      PIC X(11).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-RD-SITE            PIC X(3).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RD-DATE            PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RD-NAME            PIC X(27).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RD-RESULT          PIC X(35).

       01 BALANCE-TITLE.
           05 FILLER               PIC X(23)   VALUE
              'RUN CONTROL AND BALANCE'.

       01 BALANCE-DETAIL-LINE.
           05 O-BAL-LABEL          PIC X(28).
           05 O-BAL-CTR            PIC ZZZ,ZZ9.

       01 BALANCE-FLAG-LINE.
           05 O-BAL-FLAG-MSG       PIC X(45).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF RUN-OK-SW = 'Y' AND RC-BACK-OUT
               PERFORM 2000-BACK-OUT-RUN
           END-IF.
           IF RUN-OK-SW = 'Y' AND RC-ROLL-FORWARD
               PERFORM 2500-ROLL-FORWARD
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

      *    NOTHING IS OPENED AGAINST THE MASTER UNTIL THE CARD HAS
      *    PASSED ITS EDITS AND THE JOURNAL IS KNOWN TO BE THERE.
       1000-INIT.
           OPEN OUTPUT RECOVER-RPT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE                  TO HOLD-STAMP-DATE.
           MOVE CURRENT-TIME(1:6)             TO HOLD-STAMP-TIME.
           MOVE CURRENT-MONTH                 TO RCV-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO RCV-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO RCV-TITLE-YEAR.
           PERFORM 1100-INIT-HEADING.
           PERFORM 1040-READ-RECOVER-CARD.
           IF RUN-OK-SW = 'Y'
               PERFORM 1060-PRINT-CARD
               OPEN INPUT RES-JOURNAL-IN
               IF WS-JI-FILE-STATUS NOT = '00'
                   MOVE 'N' TO RUN-OK-SW
                   MOVE '*** RESJRNL.DAT NOT FOUND - NOTHING DONE'
                       TO C-STOP-MSG
               ELSE
                   OPEN I-O CAMPRES-MASTER
                   IF WS-RES-FILE-STATUS NOT = '00'
                       MOVE 'N' TO RUN-OK-SW
                       MOVE '*** NO CAMPRES.DAT - NOTHING DONE'
                           TO C-STOP-MSG
                       CLOSE RES-JOURNAL-IN
                   END-IF
               END-IF
           END-IF.
           IF RUN-OK-SW = 'N'
               MOVE C-STOP-MSG TO O-STOP-MSG
               WRITE RCV-LINE FROM RCV-STOP-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'Y' TO MORE-JI-RECS
               PERFORM 9000-READ-JOURNAL
           END-IF.

      *    EDIT THE CARD.  EACH CHECK ONLY RUNS WHILE NOTHING HAS
      *    BEEN FOUND WRONG YET, SO THE REPORT CARRIES THE FIRST
      *    PROBLEM AND THE MASTER IS NEVER OPENED.
       1040-READ-RECOVER-CARD.
           MOVE 'N'    TO RUN-OK-SW.
           MOVE SPACES TO RC-FIELDS.
           MOVE '*** NO RECOVER.DAT CARD - NOTHING DONE'
               TO C-STOP-MSG.
           OPEN INPUT RECOVER-CARD.
           IF WS-RC-FILE-STATUS = '00'
               READ RECOVER-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RECOVER-CARD-REC TO RC-FIELDS
                       MOVE 'Y'              TO RUN-OK-SW
               END-READ
               CLOSE RECOVER-CARD
           END-IF.
           IF RUN-OK-SW = 'Y'
               MOVE SPACES TO C-STOP-MSG
               IF NOT RC-BACK-OUT AND NOT RC-ROLL-FORWARD
                   MOVE '*** CARD MODE MUST BE B OR F'
                       TO C-STOP-MSG
               ELSE
               IF RC-BACK-OUT
                AND (RC-PROGRAM = SPACES OR RC-RUN-DATE NOT NUMERIC)
                   MOVE '*** A BACK-OUT NEEDS THE PROGRAM AND RUN DATE'
                       TO C-STOP-MSG
               ELSE
               IF RC-PROGRAM NOT = SPACES AND RC-RUN-DATE NOT NUMERIC
                   MOVE '*** THE RUN TO LEAVE OUT NEEDS ITS RUN DATE'
                       TO C-STOP-MSG
               ELSE
               IF RC-RUN-STAMP NOT = SPACES AND RC-RUN-STAMP NOT NUMERIC
                   MOVE '*** RUN START MUST BE CCYYMMDDHHMMSS'
                       TO C-STOP-MSG
               ELSE
               IF RC-ROLL-FORWARD AND RC-FROM-STAMP NOT NUMERIC
                   MOVE '*** A ROLL FORWARD NEEDS THE BACKUP TIME'
                       TO C-STOP-MSG
               ELSE
               IF RC-ROLL-FORWARD
                AND RC-TO-STAMP NOT = SPACES AND RC-TO-STAMP NOT NUMERIC
                   MOVE '*** STOP POINT MUST BE CCYYMMDDHHMMSS'
                       TO C-STOP-MSG
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               IF C-STOP-MSG NOT = SPACES
                   MOVE 'N' TO RUN-OK-SW
               END-IF
           END-IF.

       1060-PRINT-CARD.
           IF RC-BACK-OUT
               MOVE 'MODE:'                    TO O-CARD-LABEL
               MOVE 'BACK OUT ONE RUN'         TO O-CARD-VALUE
               WRITE RCV-LINE FROM RCV-CARD-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'RUN OF PROGRAM:'          TO O-CARD-LABEL
           ELSE
               MOVE 'MODE:'                    TO O-CARD-LABEL
               MOVE 'ROLL FORWARD FROM A BACKUP' TO O-CARD-VALUE
               WRITE RCV-LINE FROM RCV-CARD-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'BACKUP TAKEN:'            TO O-CARD-LABEL
               MOVE RC-FROM-STAMP              TO O-CARD-VALUE
               WRITE RCV-LINE FROM RCV-CARD-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'ROLL FORWARD THROUGH:'    TO O-CARD-LABEL
               IF RC-TO-STAMP = SPACES
                   MOVE 'END OF JOURNAL'       TO O-CARD-VALUE
               ELSE
                   MOVE RC-TO-STAMP            TO O-CARD-VALUE
               END-IF
               WRITE RCV-LINE FROM RCV-CARD-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'RUN LEFT OUT:'            TO O-CARD-LABEL
           END-IF.
           IF RC-PROGRAM = SPACES
               MOVE 'NONE'                     TO O-CARD-VALUE
               WRITE RCV-LINE FROM RCV-CARD-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE RC-PROGRAM                 TO O-CARD-VALUE
               WRITE RCV-LINE FROM RCV-CARD-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'RUN DATE:'                TO O-CARD-LABEL
               MOVE RC-RUN-DATE                TO O-CARD-VALUE
               WRITE RCV-LINE FROM RCV-CARD-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'RUN STARTED:'             TO O-CARD-LABEL
               IF RC-RUN-STAMP = SPACES
                   MOVE 'ANY RUN ON THAT RUN DATE' TO O-CARD-VALUE
               ELSE
                   MOVE RC-RUN-STAMP           TO O-CARD-VALUE
               END-IF
               WRITE RCV-LINE FROM RCV-CARD-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO RCV-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE RCV-LINE FROM RCV-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE RCV-LINE FROM RCV-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE RCV-LINE FROM RCV-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           IF COL-HEAD-SW = 'Y'
               WRITE RCV-LINE FROM RCV-COL-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF.

       9000-READ-JOURNAL.
           READ RES-JOURNAL-IN
               AT END
                   MOVE 'N' TO MORE-JI-RECS
               NOT AT END
                   MOVE JI-REC TO CUR-ENTRY
           END-READ.

      *    BACK OUT ONE RUN.  THE WHOLE JOURNAL IS READ FOR THE RUN'S
      *    ENTRIES FIRST; THE MASTER IS ONLY TOUCHED ONCE THEY ARE
      *    ALL IN HAND, AND THEN FROM THE LAST ENTRY BACK TO THE
      *    FIRST, SO A RECORD THE RUN CHANGED TWICE ENDS UP AS IT WAS
      *    BEFORE THE FIRST CHANGE.
       2000-BACK-OUT-RUN.
           PERFORM 2010-LOAD-ONE-ENTRY
               UNTIL MORE-JI-RECS = 'N'.
           CLOSE RES-JOURNAL-IN.
           IF C-OVFL-CTR > 0
               MOVE '*** RUN TOO LARGE TO BACK OUT - NOTHING DONE'
                   TO O-STOP-MSG
               WRITE RCV-LINE FROM RCV-STOP-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** RESTORE AND ROLL FORWARD LEAVING THE RUN OUT'
                   TO O-STOP-MSG
               WRITE RCV-LINE FROM RCV-STOP-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
           IF JRNL-CTR = 0
               MOVE '*** NO JOURNAL ENTRIES FOR THAT RUN - NOTHING DONE'
                   TO O-STOP-MSG
               WRITE RCV-LINE FROM RCV-STOP-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               OPEN EXTEND RES-JOURNAL-OUT
               MOVE 'Y' TO COL-HEAD-SW
               WRITE RCV-LINE FROM RCV-COL-HEADING
                   AFTER ADVANCING 2 LINES
               MOVE JRNL-CTR TO JRNL-SUB
               PERFORM 2020-BACK-OUT-ONE
                   UNTIL JRNL-SUB = 0
               CLOSE RES-JOURNAL-OUT
           END-IF
           END-IF.

       2010-LOAD-ONE-ENTRY.
           ADD 1 TO C-JI-READ-CTR.
           PERFORM 2050-CHECK-NAMED-RUN.
           IF RUN-MATCH-SW = 'Y'
               ADD 1 TO C-SELECT-CTR
               IF JRNL-CTR < 2000
                   ADD 1 TO JRNL-CTR
                   MOVE CUR-ENTRY TO TBL-JRNL-ENTRY(JRNL-CTR)
               ELSE
                   ADD 1 TO C-OVFL-CTR
               END-IF
           ELSE
               ADD 1 TO C-PASSED-CTR
           END-IF.
           PERFORM 9000-READ-JOURNAL.

       2020-BACK-OUT-ONE.
           MOVE TBL-JRNL-ENTRY(JRNL-SUB) TO CUR-ENTRY.
           MOVE 'N'    TO APPLIED-SW.
           MOVE SPACES TO C-RESULT-MSG.
           EVALUATE TRUE
               WHEN CUR-ADD
                   PERFORM 2100-UNDO-ADD
               WHEN CUR-CHANGE
                   PERFORM 2200-UNDO-CHANGE
               WHEN CUR-DELETE
                   PERFORM 2300-UNDO-DELETE
               WHEN OTHER
                   MOVE '*** BAD JOURNAL ENTRY - SKIPPED'
                       TO C-RESULT-MSG
           END-EVALUATE.
           IF APPLIED-SW = 'Y'
               ADD 1 TO C-APPLY-CTR
           ELSE
               ADD 1 TO C-CONFLICT-CTR
           END-IF.
           PERFORM 2900-PRINT-ENTRY.
           SUBTRACT 1 FROM JRNL-SUB.

      *    DOES THE ENTRY IN CUR-ENTRY BELONG TO THE RUN ON THE CARD?
      *    A BLANK RUN START TAKES EVERY RUN OF THE PROGRAM THAT DATE.
       2050-CHECK-NAMED-RUN.
           MOVE 'N' TO RUN-MATCH-SW.
           IF RC-PROGRAM NOT = SPACES
            AND CUR-PROGRAM  = RC-PROGRAM
            AND CUR-RUN-DATE = RC-RUN-DATE
               IF RC-RUN-STAMP = SPACES
                OR CUR-RUN-STAMP = RC-RUN-STAMP
                   MOVE 'Y' TO RUN-MATCH-SW
               END-IF
           END-IF.

      *    THE RUN ADDED THE RECORD - DELETE IT, BUT ONLY IF IT IS
      *    STILL EXACTLY WHAT THE RUN WROTE.
       2100-UNDO-ADD.
           MOVE CUR-AFTER TO HOLD-IMAGE.
           PERFORM 2800-READ-BY-IMAGE.
           IF REC-FOUND-SW = 'N'
               MOVE '*** NOT ON FILE - NOT TOUCHED' TO C-RESULT-MSG
           ELSE
           IF VAL-REC NOT = CUR-AFTER
               MOVE '*** CHANGED SINCE - NOT TOUCHED' TO C-RESULT-MSG
           ELSE
               DELETE CAMPRES-MASTER RECORD
               IF WS-RES-FILE-STATUS = '00'
                   MOVE 'Y' TO APPLIED-SW
                   MOVE 'DELETED - ADD BACKED OUT' TO C-RESULT-MSG
                   MOVE 'D'       TO RJ-ACTION
                   MOVE CUR-AFTER TO RJ-BEFORE
                   MOVE SPACES    TO RJ-AFTER
                   PERFORM 2950-WRITE-JOURNAL
               ELSE
                   MOVE '*** MASTER REFUSED THE UPDATE' TO C-RESULT-MSG
               END-IF
           END-IF
           END-IF.

      *    THE RUN CHANGED THE RECORD - PUT THE BEFORE IMAGE BACK,
      *    BUT ONLY IF NOTHING HAS CHANGED IT SINCE.
       2200-UNDO-CHANGE.
           MOVE CUR-AFTER TO HOLD-IMAGE.
           PERFORM 2800-READ-BY-IMAGE.
           IF REC-FOUND-SW = 'N'
               MOVE '*** NOT ON FILE - NOT TOUCHED' TO C-RESULT-MSG
           ELSE
           IF VAL-REC NOT = CUR-AFTER
               MOVE '*** CHANGED SINCE - NOT TOUCHED' TO C-RESULT-MSG
           ELSE
               MOVE CUR-BEFORE TO VAL-REC
               REWRITE VAL-REC
               IF WS-RES-FILE-STATUS = '00'
                   MOVE 'Y' TO APPLIED-SW
                   MOVE 'RESTORED TO BEFORE IMAGE' TO C-RESULT-MSG
                   MOVE 'C'        TO RJ-ACTION
                   MOVE CUR-AFTER  TO RJ-BEFORE
                   MOVE CUR-BEFORE TO RJ-AFTER
                   PERFORM 2950-WRITE-JOURNAL
               ELSE
                   MOVE '*** MASTER REFUSED THE UPDATE' TO C-RESULT-MSG
               END-IF
           END-IF
           END-IF.

      *    THE RUN DELETED THE RECORD - WRITE IT BACK, UNLESS THE
      *    SITE AND DATE HAVE BEEN BOOKED AGAIN SINCE.
       2300-UNDO-DELETE.
           MOVE CUR-BEFORE TO HOLD-IMAGE.
           PERFORM 2800-READ-BY-IMAGE.
           IF REC-FOUND-SW = 'Y'
               MOVE '*** SITE REBOOKED - NOT TOUCHED' TO C-RESULT-MSG
           ELSE
               MOVE CUR-BEFORE TO VAL-REC
               WRITE VAL-REC
                   INVALID KEY
                       MOVE '*** MASTER REFUSED THE UPDATE'
                           TO C-RESULT-MSG
                   NOT INVALID KEY
                       MOVE 'Y' TO APPLIED-SW
                       MOVE 'RE-ADDED - DELETE BACKED OUT'
                           TO C-RESULT-MSG
                       MOVE 'A'        TO RJ-ACTION
                       MOVE SPACES     TO RJ-BEFORE
                       MOVE CUR-BEFORE TO RJ-AFTER
                       PERFORM 2950-WRITE-JOURNAL
               END-WRITE
           END-IF.

      *    ROLL FORWARD.  THE JOURNAL IS APPLIED IN THE ORDER IT WAS
      *    WRITTEN.  NOTHING IS JOURNALED AGAIN - EVERY CHANGE MADE
      *    HERE IS ALREADY ON THE JOURNAL UNDER THE RUN THAT MADE IT.
       2500-ROLL-FORWARD.
           MOVE 'Y' TO COL-HEAD-SW.
           WRITE RCV-LINE FROM RCV-COL-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 2510-ROLL-ONE
               UNTIL MORE-JI-RECS = 'N'.
           CLOSE RES-JOURNAL-IN.

      *    ONLY RUNS STARTED AFTER THE BACKUP WAS TAKEN AND NO LATER
      *    THAN THE STOP POINT COUNT; THE RUN NAMED ON THE CARD IS
      *    LISTED AS LEFT OUT AND NOT APPLIED.
       2510-ROLL-ONE.
           ADD 1 TO C-JI-READ-CTR.
           IF CUR-RUN-STAMP > RC-FROM-STAMP
            AND (RC-TO-STAMP = SPACES
             OR CUR-RUN-STAMP NOT > RC-TO-STAMP)
               PERFORM 2050-CHECK-NAMED-RUN
               IF RUN-MATCH-SW = 'Y'
                   ADD 1 TO C-LEFT-OUT-CTR
                   MOVE 'LEFT OUT WITH THE NAMED RUN'
                       TO C-RESULT-MSG
                   PERFORM 2900-PRINT-ENTRY
               ELSE
                   ADD 1 TO C-SELECT-CTR
                   PERFORM 2520-REDO-ONE
               END-IF
           ELSE
               ADD 1 TO C-PASSED-CTR
           END-IF.
           PERFORM 9000-READ-JOURNAL.

       2520-REDO-ONE.
           MOVE 'N'    TO APPLIED-SW.
           MOVE SPACES TO C-RESULT-MSG.
           EVALUATE TRUE
               WHEN CUR-ADD
                   PERFORM 2600-REDO-ADD
               WHEN CUR-CHANGE
                   PERFORM 2610-REDO-CHANGE
               WHEN CUR-DELETE
                   PERFORM 2620-REDO-DELETE
               WHEN OTHER
                   MOVE '*** BAD JOURNAL ENTRY - SKIPPED'
                       TO C-RESULT-MSG
           END-EVALUATE.
           IF APPLIED-SW = 'Y'
               ADD 1 TO C-APPLY-CTR
           ELSE
               ADD 1 TO C-CONFLICT-CTR
           END-IF.
           PERFORM 2900-PRINT-ENTRY.

       2600-REDO-ADD.
           MOVE CUR-AFTER TO VAL-REC.
           WRITE VAL-REC
               INVALID KEY
                   MOVE '*** ALREADY ON FILE - SKIPPED' TO C-RESULT-MSG
               NOT INVALID KEY
                   MOVE 'Y' TO APPLIED-SW
                   MOVE 'RE-APPLIED - ADD' TO C-RESULT-MSG
           END-WRITE.

      *    A CHANGE OR DELETE IS ONLY REPLAYED ONTO THE RECORD THE
      *    JOURNAL SAYS IT WAS MADE TO - ANYTHING ELSE MEANS THE
      *    BACKUP AND THE STARTING POINT ON THE CARD DON'T AGREE.
       2610-REDO-CHANGE.
           MOVE CUR-BEFORE TO HOLD-IMAGE.
           PERFORM 2800-READ-BY-IMAGE.
           IF REC-FOUND-SW = 'N'
               MOVE '*** NOT ON FILE - SKIPPED' TO C-RESULT-MSG
           ELSE
           IF VAL-REC NOT = CUR-BEFORE
               MOVE '*** NOT AS JOURNALED - SKIPPED' TO C-RESULT-MSG
           ELSE
               MOVE CUR-AFTER TO VAL-REC
               REWRITE VAL-REC
               IF WS-RES-FILE-STATUS = '00'
                   MOVE 'Y' TO APPLIED-SW
                   MOVE 'RE-APPLIED - CHANGE' TO C-RESULT-MSG
               ELSE
                   MOVE '*** MASTER REFUSED THE UPDATE' TO C-RESULT-MSG
               END-IF
           END-IF
           END-IF.

       2620-REDO-DELETE.
           MOVE CUR-BEFORE TO HOLD-IMAGE.
           PERFORM 2800-READ-BY-IMAGE.
           IF REC-FOUND-SW = 'N'
               MOVE '*** NOT ON FILE - SKIPPED' TO C-RESULT-MSG
           ELSE
           IF VAL-REC NOT = CUR-BEFORE
               MOVE '*** NOT AS JOURNALED - SKIPPED' TO C-RESULT-MSG
           ELSE
               DELETE CAMPRES-MASTER RECORD
               IF WS-RES-FILE-STATUS = '00'
                   MOVE 'Y' TO APPLIED-SW
                   MOVE 'RE-APPLIED - DELETE' TO C-RESULT-MSG
               ELSE
                   MOVE '*** MASTER REFUSED THE UPDATE' TO C-RESULT-MSG
               END-IF
           END-IF
           END-IF.

      *    READ THE MASTER ON THE KEY OF THE IMAGE IN HOLD-IMAGE.
       2800-READ-BY-IMAGE.
           MOVE HOLD-IMG-KEY TO O-RES-KEY.
           READ CAMPRES-MASTER
               INVALID KEY
                   MOVE 'N' TO REC-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO REC-FOUND-SW
           END-READ.

      *    ONE LINE PER JOURNAL ENTRY ACTED ON.  THE KEY AND NAME
      *    COME FROM THE AFTER IMAGE OF AN ADD, OTHERWISE THE BEFORE.
       2900-PRINT-ENTRY.
           IF CUR-ADD
               MOVE CUR-AFTER  TO HOLD-IMAGE
           ELSE
               MOVE CUR-BEFORE TO HOLD-IMAGE
           END-IF.
           MOVE CUR-PROGRAM         TO O-RD-PROGRAM.
           MOVE CUR-RUN-DATE        TO O-RD-RUN-DATE.
           MOVE CUR-SEQ             TO O-RD-SEQ.
           EVALUATE TRUE
               WHEN CUR-ADD
                   MOVE 'ADD'       TO O-RD-ACTION
               WHEN CUR-CHANGE
                   MOVE 'CHANGE'    TO O-RD-ACTION
               WHEN CUR-DELETE
                   MOVE 'DELETE'    TO O-RD-ACTION
               WHEN OTHER
                   MOVE CUR-ACTION  TO O-RD-ACTION
           END-EVALUATE.
           MOVE HOLD-IMG-CAMPGROUND TO O-RD-CAMPGROUND.
           MOVE HOLD-IMG-SITE       TO O-RD-SITE.
           MOVE HOLD-IMG-DATE       TO O-RD-DATE.
           MOVE HOLD-IMG-NAME       TO O-RD-NAME.
           MOVE C-RESULT-MSG        TO O-RD-RESULT.
           WRITE RCV-LINE FROM RCV-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.

      *    STAMP AND APPEND ONE RESJRNL.DAT ENTRY FOR A CHANGE THE
      *    BACK-OUT HAS JUST MADE.  THE CALLER HAS ALREADY SET
      *    RJ-ACTION, RJ-BEFORE AND RJ-AFTER.
       2950-WRITE-JOURNAL.
           ADD 1 TO C-JRNL-CTR.
           MOVE 'CBLJCB32'     TO RJ-PROGRAM.
           MOVE CURRENT-DATE   TO RJ-RUN-DATE.
           MOVE HOLD-RUN-STAMP TO RJ-RUN-STAMP.
           MOVE C-JRNL-CTR     TO RJ-SEQ.
           WRITE RJ-REC.

      *    ON A REFUSED RUN THE STOP MESSAGE IS THE WHOLE REPORT.
       3000-CLOSING.
           IF RUN-OK-SW = 'Y'
               PERFORM 3200-RUN-BALANCE
               CLOSE CAMPRES-MASTER
           END-IF.
           CLOSE RECOVER-RPT.

      *    PROVE THE RUN: EVERY JOURNAL ENTRY READ WAS SELECTED, LEFT
      *    OUT WITH A NAMED RUN, OR PASSED OVER; EVERY ONE SELECTED
      *    WAS APPLIED OR LISTED AS A CONFLICT; AND A BACK-OUT
      *    JOURNALED EVERY CHANGE IT MADE.  CONFLICTS DON'T PUT THE
      *    RUN OUT OF BALANCE, BUT EACH ONE NEEDS A LOOK.
       3200-RUN-BALANCE.
           WRITE RCV-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
           MOVE 'JOURNAL ENTRIES READ        ' TO O-BAL-LABEL.
           MOVE C-JI-READ-CTR                  TO O-BAL-CTR.
           WRITE RCV-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ENTRIES SELECTED            ' TO O-BAL-LABEL.
           MOVE C-SELECT-CTR                   TO O-BAL-CTR.
           WRITE RCV-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'APPLIED TO THE MASTER       ' TO O-BAL-LABEL.
           MOVE C-APPLY-CTR                    TO O-BAL-CTR.
           WRITE RCV-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CONFLICTS - NOT APPLIED     ' TO O-BAL-LABEL.
           MOVE C-CONFLICT-CTR                 TO O-BAL-CTR.
           WRITE RCV-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEFT OUT WITH NAMED RUN     ' TO O-BAL-LABEL.
           MOVE C-LEFT-OUT-CTR                 TO O-BAL-CTR.
           WRITE RCV-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT SELECTED                ' TO O-BAL-LABEL.
           MOVE C-PASSED-CTR                   TO O-BAL-CTR.
           WRITE RCV-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OVER THE BACK-OUT LIMIT     ' TO O-BAL-LABEL.
           MOVE C-OVFL-CTR                     TO O-BAL-CTR.
           WRITE RCV-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BACK-OUT ENTRIES JOURNALED  ' TO O-BAL-LABEL.
           MOVE C-JRNL-CTR                     TO O-BAL-CTR.
           WRITE RCV-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-JI-READ-CTR =
                  C-SELECT-CTR + C-LEFT-OUT-CTR + C-PASSED-CTR
            AND C-OVFL-CTR = 0
            AND C-SELECT-CTR = C-APPLY-CTR + C-CONFLICT-CTR
            AND (RC-ROLL-FORWARD OR C-JRNL-CTR = C-APPLY-CTR)
               IF C-CONFLICT-CTR = 0
                   MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
               ELSE
                   MOVE 'RUN IN BALANCE - REVIEW THE *** LINES'
                       TO O-BAL-FLAG-MSG
               END-IF
           ELSE
               MOVE '*** RUN OUT OF BALANCE - KEEP THE MASTER'
                   TO O-BAL-FLAG-MSG
               WRITE RCV-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** OFF LINE UNTIL THE JOURNAL IS CHECKED'
                   TO O-BAL-FLAG-MSG
           END-IF.
           WRITE RCV-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM CBLJCB32.
