       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB20.
       AUTHOR. JEFF BIRKNER.

      *    ONE-TIME RELOAD OF THE RESERVATION MASTER FROM THE 152-BYTE
      *    RECORD TO THE 200-BYTE RECORD THAT CARRIES THE PROMOTION
      *    CODE AND DISCOUNT (AND ROOM FOR WHAT COMES AFTER).  AN
      *    INDEXED FILE CANNOT CHANGE ITS RECORD LENGTH IN PLACE, SO
      *    THE OPERATOR RENAMES THE LIVE CAMPRES.DAT TO CAMPSAV.DAT,
      *    RUNS THIS PROGRAM, AND CHECKS THE COUNTS ON RLDRPT.PRT
      *    BEFORE PUTTING THE NEW MASTER LIVE - RECORDS READ MUST
      *    EQUAL RECORDS LOADED PLUS DUPLICATES DROPPED.  EVERY OLD
      *    RECORD COMES ACROSS BYTE FOR BYTE; THE NEW FIELDS ARE LEFT
      *    BLANK, WHICH EVERY READER ALREADY TREATS AS "NO PROMOTION".

       ENVIRONMENT DIVISION.
           SELECT CAMPRES-SAVE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CAMPSAV.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SV-RES-KEY
                   FILE STATUS IS WS-SAV-FILE-STATUS.

           SELECT CAMPRES-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CAMPRES.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS O-RES-KEY
                   FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT RELOAD-RPT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RLDRPT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
       FD CAMPRES-SAVE
       LABEL RECORD IS STANDARD
       DATA RECORD IS SAV-RES-REC
       RECORD CONTAINS 152 CHARACTERS.

      *    THE OLD 152-BYTE MASTER RECORD - ONLY THE KEY IS NAMED;
      *    THE REST MOVES ACROSS AS A BLOCK.
       01 SAV-RES-REC.
           05 FILLER               PIC X(16).
           05 SV-RES-KEY           PIC X(22).
           05 FILLER               PIC X(114).

       FD CAMPRES-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

       FD RELOAD-RPT
       LABEL RECORD IS OMITTED
       DATA RECORD IS RLD-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 RLD-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-SAV-RECS        PIC X.

       01 WS-SAV-FILE-STATUS       PIC XX.
       01 WS-RES-FILE-STATUS       PIC XX.

       01 CTRS.
           05 C-READ-CTR           PIC 9(6) VALUE 0.
           05 C-LOAD-CTR           PIC 9(6) VALUE 0.
           05 C-DUP-CTR            PIC 9(6) VALUE 0.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 RLD-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 RLD-TITLE-DATE.
               10 RLD-TITLE-MONTH  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 RLD-TITLE-DAY    PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 RLD-TITLE-YEAR   PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.

       01 RLD-TITLE-LINE2.
           05 FILLER               PIC X(48)   VALUE SPACES.
           05 FILLER               PIC X(36)   VALUE
              'RESERVATION MASTER RELOAD RUN REPORT'.

       01 RLD-READ-LINE.
           05 FILLER               PIC X(30)   VALUE
              'RECORDS READ FROM CAMPSAV:    '.
           05 O-READ-CTR           PIC ZZZ,ZZ9.

       01 RLD-LOAD-LINE.
           05 FILLER               PIC X(30)   VALUE
              'RECORDS LOADED TO MASTER:     '.
           05 O-LOAD-CTR           PIC ZZZ,ZZ9.

       01 RLD-DUP-LINE.
           05 FILLER               PIC X(30)   VALUE
              'DUPLICATE KEYS DROPPED:       '.
           05 O-DUP-CTR            PIC ZZZ,ZZ9.

       01 RLD-BALANCE-LINE.
           05 O-BALANCE-MSG        PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-SAV-RECS = 'N'.
           PERFORM 3000-CLOSING.
           STOP RUN.

      *    THE NEW MASTER IS ONLY OPENED (WHICH CLEARS IT) ONCE
      *    CAMPSAV.DAT IS KNOWN TO BE THERE - A RUN WITHOUT THE
      *    RENAMED OLD MASTER MUST NOT TOUCH A MASTER ALREADY LIVE.
       1000-INIT.
           MOVE 'Y' TO MORE-SAV-RECS.
           OPEN INPUT CAMPRES-SAVE.
           IF WS-SAV-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SAV-RECS
           ELSE
               OPEN OUTPUT CAMPRES-MASTER
           END-IF.
           OPEN OUTPUT RELOAD-RPT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO RLD-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO RLD-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO RLD-TITLE-YEAR.
           WRITE RLD-LINE FROM RLD-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RLD-LINE FROM RLD-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           IF MORE-SAV-RECS = 'Y'
               PERFORM 9000-READ-SAVE
           END-IF.

       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           MOVE SPACES TO VAL-REC.
           MOVE SAV-RES-REC TO VAL-REC(1:152).
           WRITE VAL-REC
               INVALID KEY
                   ADD 1 TO C-DUP-CTR
               NOT INVALID KEY
                   ADD 1 TO C-LOAD-CTR
           END-WRITE.
           PERFORM 9000-READ-SAVE.

       3000-CLOSING.
           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-LOAD-CTR TO O-LOAD-CTR.
           MOVE C-DUP-CTR  TO O-DUP-CTR.
           WRITE RLD-LINE FROM RLD-READ-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RLD-LINE FROM RLD-LOAD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RLD-LINE FROM RLD-DUP-LINE
               AFTER ADVANCING 1 LINE.
           IF C-READ-CTR = C-LOAD-CTR + C-DUP-CTR
               MOVE 'RELOAD IN BALANCE' TO O-BALANCE-MSG
           ELSE
               MOVE '*** RELOAD OUT OF BALANCE ***'
                   TO O-BALANCE-MSG
           END-IF.
           WRITE RLD-LINE FROM RLD-BALANCE-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-SAV-FILE-STATUS = '00' OR WS-SAV-FILE-STATUS = '10'
               CLOSE CAMPRES-SAVE
               CLOSE CAMPRES-MASTER
           END-IF.
           CLOSE RELOAD-RPT.

       9000-READ-SAVE.
           READ CAMPRES-SAVE
               AT END MOVE 'N' TO MORE-SAV-RECS
           END-READ.

       END PROGRAM CBLJCB20.
