       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB19.
       AUTHOR. JEFF BIRKNER.

      *    ONE-TIME CONVERSION THAT TAKES THE FULL CARD NUMBERS OFF
      *    THE RESERVATION AND SETTLEMENT FILES.  CBLJCB02 NOW FILES
      *    EVERY NEW CARD IN THE CARD VAULT AND KEEPS ONLY A TOKEN
      *    ON CAMPRES.DAT, BUT EVERYTHING BOOKED BEFORE THAT STILL
      *    CARRIES THE REAL NUMBER AND EXPIRY ON THE MASTER, THE
      *    STAY-HISTORY ARCHIVE AND BOTH SETTLEMENT FILES.  THIS RUN
      *    FILES EACH OF THOSE CARDS IN THE VAULT, PUTS THE TOKEN IN
      *    ITS PLACE AND BLANKS THE EXPIRY.
      *
      *    THE MASTER IS CONVERTED IN PLACE.  THE THREE SEQUENTIAL
      *    FILES ARE COPIED - THE OPERATOR RENAMES STAYHIST.DAT TO
      *    STAYOLD.DAT, SETTLE.DAT TO SETTOLD.DAT AND SETTLHST.DAT
      *    TO SETHOLD.DAT, RUNS THIS PROGRAM, AND CHECKS THE COUNTS
      *    ON TOKRPT.PRT BEFORE DELETING THE OLD COPIES.  A FILE
      *    WHOSE OLD COPY IS NOT THERE IS LEFT ALONE.  A CARD FIELD
      *    ALREADY HOLDING A TOKEN, OR BLANK, PASSES THROUGH AS IT
      *    IS, SO THE RUN IS SAFE TO REPEAT.  PER FILE, RECORDS READ
      *    MUST EQUAL CONVERTED PLUS ALREADY TOKENIZED PLUS NO CARD
      *    PLUS VAULT FAILURES PLUS MASTER REWRITE FAILURES - AND
      *    THERE SHOULD BE NO FAILURES OF EITHER KIND.  A MASTER
      *    RECORD THAT WILL NOT REWRITE STILL HOLDS ITS CARD NUMBER,
      *    SO ITS KEY IS LISTED FOR A RERUN.

       ENVIRONMENT DIVISION.
           SELECT CAMPRES-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CAMPRES.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS O-RES-KEY
                   FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT STAY-HIST-OLD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\STAYOLD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SHO-FILE-STATUS.

           SELECT STAY-HIST-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\STAYHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SETTLE-OLD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SETTOLD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEO-FILE-STATUS.

           SELECT SETTLE-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SETTLE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SETTLE-HIST-OLD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SETHOLD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SSO-FILE-STATUS.

           SELECT SETTLE-HIST-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SETTLHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARD-VAULT
               ASSIGN TO 'C:\COBOLFA23\CARDVLT\CARDVLT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS CV-TOKEN
                   FILE STATUS IS WS-CV-FILE-STATUS.

           SELECT VAULT-CTL-FILE
               ASSIGN TO 'C:\COBOLFA23\CARDVLT\VAULTCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VCTL-FILE-STATUS.

           SELECT TOKEN-RPT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\TOKRPT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
       FD CAMPRES-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

       FD STAY-HIST-OLD
       LABEL RECORD IS OMITTED
       DATA RECORD IS STAY-OLD-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 STAY-OLD-REC             PIC X(200).

       FD STAY-HIST-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS STAY-HIST-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 STAY-HIST-REC            PIC X(200).

       FD SETTLE-OLD
       LABEL RECORD IS OMITTED
       DATA RECORD IS SET-OLD-REC
       RECORD CONTAINS 112 CHARACTERS.

       01 SET-OLD-REC              PIC X(112).

       FD SETTLE-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS SET-OUT-REC
       RECORD CONTAINS 112 CHARACTERS.

       01 SET-OUT-REC              PIC X(112).

       FD SETTLE-HIST-OLD
       LABEL RECORD IS OMITTED
       DATA RECORD IS SET-HOLD-REC
       RECORD CONTAINS 112 CHARACTERS.

       01 SET-HOLD-REC             PIC X(112).

       FD SETTLE-HIST-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS SET-HIST-REC
       RECORD CONTAINS 112 CHARACTERS.

       01 SET-HIST-REC             PIC X(112).

      *    CARD VAULT AND ITS SERIAL CONTROL (LAYOUTS AS IN
      *    CBLJCB02).
       FD CARD-VAULT
       LABEL RECORD IS STANDARD
       DATA RECORD IS CV-REC
       RECORD CONTAINS 60 CHARACTERS.

       01 CV-REC.
           05 CV-TOKEN            PIC X(19).
           05 CV-CCNUM            PIC X(19).
           05 CV-CCEXP            PIC X(8).
           05 CV-ADD-DATE         PIC X(8).
           05 FILLER              PIC X(6).

       FD VAULT-CTL-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS VAULT-CTL-REC
       RECORD CONTAINS 9 CHARACTERS.

       01 VAULT-CTL-REC            PIC 9(9).

       FD TOKEN-RPT
       LABEL RECORD IS OMITTED
       DATA RECORD IS TOK-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 TOK-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-RES-RECS        PIC X.
           05 MORE-SHO-RECS        PIC X.
           05 MORE-SEO-RECS        PIC X.
           05 MORE-SSO-RECS        PIC X.
           05 CV-OPEN-SW           PIC X.
           05 TOKEN-OK-SW          PIC X.
           05 ALL-BALANCED-SW      PIC X    VALUE 'Y'.

       01 WS-RES-FILE-STATUS       PIC XX.
       01 WS-SHO-FILE-STATUS       PIC XX.
       01 WS-SEO-FILE-STATUS       PIC XX.
       01 WS-SSO-FILE-STATUS       PIC XX.
       01 WS-CV-FILE-STATUS        PIC XX.
       01 WS-VCTL-FILE-STATUS      PIC XX.

      *    ONE SETTLEMENT RECORD (SETTLE.DAT AND SETTLHST.DAT SHARE
      *    THE LAYOUT) WHILE ITS CARD IS SWAPPED FOR A TOKEN.
       01 SET-WORK.
           05 SW-TYPE              PIC X.
           05 SW-CCTYPE            PIC X(16).
           05 SW-CCNUM             PIC X(19).
           05 SW-CCEXP             PIC X(8).
           05 SW-AMT               PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 SW-NAME              PIC X(27).
           05 SW-CAMPGROUND        PIC X(11).
           05 SW-SITE              PIC X(3).
           05 SW-DATE              PIC X(8).
           05 SW-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(3).

      *    CARD TOKEN AS CBLJCB02 ISSUES IT - 'TK', THE VAULT
      *    SERIAL, AND THE CARD'S LAST FOUR DIGITS.
       01 CARD-TOKEN.
           05 TK-PREFIX            PIC XX.
               88 TK-IS-TOKEN        VALUE 'TK'.
           05 TK-SERIAL            PIC 9(9).
           05 TK-MASK              PIC X(4).
           05 TK-LAST4             PIC X(4).
       01 NEXT-VAULT-SERIAL        PIC 9(9) VALUE 0.
       01 C-VAULT-TRIES            PIC 99.

      *    THE CARD BEING CONVERTED - THE CALLER LOADS THE NUMBER AND
      *    EXPIRY, AND 2900-TOKENIZE-CARD HANDS BACK THE FIELD TO PUT
      *    ON THE RECORD AND WHICH COUNTER THE RECORD BELONGS TO.
       01 C-CARD-IN                PIC X(19).
       01 C-EXP-IN                 PIC X(8).
       01 C-CARD-OUT               PIC X(19).
       01 C-CARD-RESULT            PIC X.
           88 CARD-CONVERTED         VALUE 'C'.
           88 CARD-ALREADY-TOKEN     VALUE 'T'.
           88 CARD-BLANK             VALUE 'B'.
           88 CARD-VAULT-FAILED      VALUE 'F'.

      *    ONE ROW OF COUNTS PER FILE - 1 CAMPRES, 2 STAYHIST,
      *    3 SETTLE, 4 SETTLHST.
       01 FILE-SUB                 PIC 9.
       01 CNV-CTRS.
           05 CNV-ENTRY        OCCURS 4 TIMES.
               10 C-READ-CTR       PIC 9(6).
               10 C-CONV-CTR       PIC 9(6).
               10 C-TOKEN-CTR      PIC 9(6).
               10 C-BLANK-CTR      PIC 9(6).
               10 C-FAIL-CTR       PIC 9(6).
               10 C-RWFAIL-CTR     PIC 9(6).
               10 C-FILE-DONE      PIC X.

       01 FILE-NAMES.
           05 FILLER               PIC X(12)   VALUE 'CAMPRES.DAT '.
           05 FILLER               PIC X(12)   VALUE 'STAYHIST.DAT'.
           05 FILLER               PIC X(12)   VALUE 'SETTLE.DAT  '.
           05 FILLER               PIC X(12)   VALUE 'SETTLHST.DAT'.
       01 FILE-NAME-TABLE REDEFINES FILE-NAMES.
           05 TBL-FILE-NAME        PIC X(12)   OCCURS 4 TIMES.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 TOK-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 TOK-TITLE-DATE.
               10 TOK-TITLE-MONTH  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 TOK-TITLE-DAY    PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 TOK-TITLE-YEAR   PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.

       01 TOK-TITLE-LINE2.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(39)   VALUE
              'CARD TOKENIZATION CONVERSION RUN REPORT'.

       01 TOK-COL-HEADING.
           05 FILLER               PIC X(14)   VALUE 'FILE'.
           05 FILLER               PIC X(11)   VALUE '       READ'.
           05 FILLER               PIC X(11)   VALUE '  CONVERTED'.
           05 FILLER               PIC X(11)   VALUE '  WAS TOKEN'.
           05 FILLER               PIC X(11)   VALUE '    NO CARD'.
           05 FILLER               PIC X(11)   VALUE '     FAILED'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'BALANCE'.

       01 TOK-DETAIL-LINE.
           05 O-FILE-NAME          PIC X(12).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-READ-CTR           PIC ZZZ,ZZZ,ZZ9.
           05 O-CONV-CTR           PIC ZZZ,ZZZ,ZZ9.
           05 O-TOKEN-CTR          PIC ZZZ,ZZZ,ZZ9.
           05 O-BLANK-CTR          PIC ZZZ,ZZZ,ZZ9.
           05 O-FAIL-CTR           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-FILE-MSG           PIC X(20).

       01 TOK-MSG-LINE.
           05 O-TOK-MSG            PIC X(50).

       01 TOK-RWFAIL-LINE.
           05 FILLER               PIC X(32)   VALUE
              '*** CAMPRES.DAT REWRITE FAILED  '.
           05 O-RW-CAMPGROUND      PIC X(11).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-RW-SITE            PIC X(3).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-RW-DATE            PIC X(8).
           05 FILLER               PIC X(8)    VALUE ' STATUS '.
           05 O-RW-STATUS          PIC XX.
           05 FILLER               PIC X(23)   VALUE
              ' - CARD STILL ON FILE'.

       01 TOK-RWFAIL-TOTAL-LINE.
           05 FILLER               PIC X(28)   VALUE
              'CAMPRES.DAT REWRITES FAILED '.
           05 O-RW-TOTAL           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF CV-OPEN-SW = 'Y'
               PERFORM 2000-CONVERT-CAMPRES
               PERFORM 2100-CONVERT-STAY-HIST
               PERFORM 2200-CONVERT-SETTLE
               PERFORM 2300-CONVERT-SETTLE-HIST
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

      *    NOTHING IS TOUCHED UNLESS THE VAULT OPENS - A CARD TAKEN
      *    OFF A FILE WITH NOWHERE TO FILE IT WOULD BE LOST.
       1000-INIT.
           INITIALIZE CNV-CTRS.
           OPEN OUTPUT TOKEN-RPT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO TOK-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO TOK-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO TOK-TITLE-YEAR.
           WRITE TOK-LINE FROM TOK-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE TOK-LINE FROM TOK-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE 'Y' TO CV-OPEN-SW.
           OPEN I-O CARD-VAULT.
           IF WS-CV-FILE-STATUS = '35'
               OPEN OUTPUT CARD-VAULT
               CLOSE CARD-VAULT
               OPEN I-O CARD-VAULT
           END-IF.
           IF WS-CV-FILE-STATUS NOT = '00'
               MOVE 'N' TO CV-OPEN-SW
           END-IF.
           OPEN INPUT VAULT-CTL-FILE.
           IF WS-VCTL-FILE-STATUS NOT = '00'
               MOVE 0 TO NEXT-VAULT-SERIAL
           ELSE
               READ VAULT-CTL-FILE
                   AT END
                       MOVE 0 TO NEXT-VAULT-SERIAL
                   NOT AT END
                       MOVE VAULT-CTL-REC TO NEXT-VAULT-SERIAL
               END-READ
               CLOSE VAULT-CTL-FILE
           END-IF.

      *    THE MASTER IN PLACE - READ EVERY RECORD IN KEY ORDER AND
      *    REWRITE ANY WHOSE CARD CHANGED.
       2000-CONVERT-CAMPRES.
           MOVE 1 TO FILE-SUB.
           MOVE 'Y' TO MORE-RES-RECS.
           OPEN I-O CAMPRES-MASTER.
           IF WS-RES-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-RES-RECS
           ELSE
               MOVE 'Y' TO C-FILE-DONE(1)
               PERFORM 9000-READ-CAMPRES
           END-IF.
           PERFORM 2010-CONVERT-ONE-RES
               UNTIL MORE-RES-RECS = 'N'.
           IF C-FILE-DONE(1) = 'Y'
               CLOSE CAMPRES-MASTER
           END-IF.

       2010-CONVERT-ONE-RES.
           ADD 1 TO C-READ-CTR(1).
           MOVE O-CCNUM TO C-CARD-IN.
           MOVE O-CCEXP TO C-EXP-IN.
           PERFORM 2900-TOKENIZE-CARD.
           IF CARD-CONVERTED
               MOVE C-CARD-OUT TO O-CCNUM
               MOVE SPACES     TO O-CCEXP
               REWRITE VAL-REC
               IF WS-RES-FILE-STATUS NOT = '00'
                   PERFORM 2020-REWRITE-FAILED
               END-IF
           END-IF.
           PERFORM 9000-READ-CAMPRES.

      *    THE CARD IS IN THE VAULT BUT THE MASTER STILL HOLDS THE
      *    NUMBER - IT IS NOT CONVERTED.  THE KEY IS LISTED AND A
      *    RERUN PICKS THE RECORD UP AGAIN UNDER A NEW TOKEN.
       2020-REWRITE-FAILED.
           SUBTRACT 1 FROM C-CONV-CTR(1).
           ADD 1 TO C-RWFAIL-CTR(1).
           MOVE O-CAMPGROUND       TO O-RW-CAMPGROUND.
           MOVE O-SITE             TO O-RW-SITE.
           MOVE O-DATE             TO O-RW-DATE.
           MOVE WS-RES-FILE-STATUS TO O-RW-STATUS.
           WRITE TOK-LINE FROM TOK-RWFAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    THE STAY-HISTORY ARCHIVE, COPIED FROM STAYOLD.DAT.  ITS
      *    RECORDS ARE VAL-RECS, SO EACH ONE IS LAID OVER THE
      *    MASTER'S RECORD AREA TO GET AT THE CARD.
       2100-CONVERT-STAY-HIST.
           MOVE 2 TO FILE-SUB.
           MOVE 'Y' TO MORE-SHO-RECS.
           OPEN INPUT STAY-HIST-OLD.
           IF WS-SHO-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SHO-RECS
           ELSE
               MOVE 'Y' TO C-FILE-DONE(2)
               OPEN OUTPUT STAY-HIST-OUT
               PERFORM 9100-READ-STAY-OLD
           END-IF.
           PERFORM 2110-CONVERT-ONE-STAY
               UNTIL MORE-SHO-RECS = 'N'.
           IF C-FILE-DONE(2) = 'Y'
               CLOSE STAY-HIST-OLD
               CLOSE STAY-HIST-OUT
           END-IF.

       2110-CONVERT-ONE-STAY.
           ADD 1 TO C-READ-CTR(2).
           MOVE STAY-OLD-REC TO VAL-REC.
           MOVE O-CCNUM TO C-CARD-IN.
           MOVE O-CCEXP TO C-EXP-IN.
           PERFORM 2900-TOKENIZE-CARD.
           IF CARD-CONVERTED
               MOVE C-CARD-OUT TO O-CCNUM
               MOVE SPACES     TO O-CCEXP
           END-IF.
           WRITE STAY-HIST-REC FROM VAL-REC.
           PERFORM 9100-READ-STAY-OLD.

      *    THE OPEN SETTLEMENT REGISTER, COPIED FROM SETTOLD.DAT.
       2200-CONVERT-SETTLE.
           MOVE 3 TO FILE-SUB.
           MOVE 'Y' TO MORE-SEO-RECS.
           OPEN INPUT SETTLE-OLD.
           IF WS-SEO-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SEO-RECS
           ELSE
               MOVE 'Y' TO C-FILE-DONE(3)
               OPEN OUTPUT SETTLE-OUT
               PERFORM 9200-READ-SETTLE-OLD
           END-IF.
           PERFORM 2210-CONVERT-ONE-SETTLE
               UNTIL MORE-SEO-RECS = 'N'.
           IF C-FILE-DONE(3) = 'Y'
               CLOSE SETTLE-OLD
               CLOSE SETTLE-OUT
           END-IF.

       2210-CONVERT-ONE-SETTLE.
           ADD 1 TO C-READ-CTR(3).
           MOVE SET-OLD-REC TO SET-WORK.
           PERFORM 2400-CONVERT-SET-WORK.
           WRITE SET-OUT-REC FROM SET-WORK.
           PERFORM 9200-READ-SETTLE-OLD.

      *    THE SETTLED-ITEM HISTORY, COPIED FROM SETHOLD.DAT.
       2300-CONVERT-SETTLE-HIST.
           MOVE 4 TO FILE-SUB.
           MOVE 'Y' TO MORE-SSO-RECS.
           OPEN INPUT SETTLE-HIST-OLD.
           IF WS-SSO-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SSO-RECS
           ELSE
               MOVE 'Y' TO C-FILE-DONE(4)
               OPEN OUTPUT SETTLE-HIST-OUT
               PERFORM 9300-READ-SETTLE-HIST-OLD
           END-IF.
           PERFORM 2310-CONVERT-ONE-SETTLE-HIST
               UNTIL MORE-SSO-RECS = 'N'.
           IF C-FILE-DONE(4) = 'Y'
               CLOSE SETTLE-HIST-OLD
               CLOSE SETTLE-HIST-OUT
           END-IF.

       2310-CONVERT-ONE-SETTLE-HIST.
           ADD 1 TO C-READ-CTR(4).
           MOVE SET-HOLD-REC TO SET-WORK.
           PERFORM 2400-CONVERT-SET-WORK.
           WRITE SET-HIST-REC FROM SET-WORK.
           PERFORM 9300-READ-SETTLE-HIST-OLD.

       2400-CONVERT-SET-WORK.
           MOVE SW-CCNUM TO C-CARD-IN.
           MOVE SW-CCEXP TO C-EXP-IN.
           PERFORM 2900-TOKENIZE-CARD.
           IF CARD-CONVERTED
               MOVE C-CARD-OUT TO SW-CCNUM
               MOVE SPACES     TO SW-CCEXP
           END-IF.

      *    FILE ONE CARD IN THE VAULT UNDER A FRESH TOKEN, THE SAME
      *    WAY CBLJCB02 DOES AT INTAKE, AND COUNT THE RECORD AGAINST
      *    THE FILE IN FILE-SUB.  A CARD THE VAULT WON'T TAKE IS LEFT
      *    ON THE RECORD AS IT WAS AND COUNTED AS A FAILURE.
       2900-TOKENIZE-CARD.
           MOVE C-CARD-IN TO CARD-TOKEN.
           EVALUATE TRUE
               WHEN C-CARD-IN = SPACES
                   MOVE 'B' TO C-CARD-RESULT
                   ADD 1 TO C-BLANK-CTR(FILE-SUB)
               WHEN TK-IS-TOKEN
                   MOVE 'T' TO C-CARD-RESULT
                   ADD 1 TO C-TOKEN-CTR(FILE-SUB)
               WHEN OTHER
                   MOVE SPACES       TO CV-REC
                   MOVE C-CARD-IN    TO CV-CCNUM
                   MOVE C-EXP-IN     TO CV-CCEXP
                   MOVE CURRENT-DATE TO CV-ADD-DATE
                   MOVE 'TK'         TO TK-PREFIX
                   MOVE '****'       TO TK-MASK
                   MOVE C-CARD-IN(16:4) TO TK-LAST4
                   MOVE 'N'          TO TOKEN-OK-SW
                   MOVE 0            TO C-VAULT-TRIES
                   PERFORM 2910-STORE-IN-VAULT
                       UNTIL TOKEN-OK-SW = 'Y' OR C-VAULT-TRIES > 50
                   IF TOKEN-OK-SW = 'Y'
                       MOVE 'C' TO C-CARD-RESULT
                       MOVE CARD-TOKEN TO C-CARD-OUT
                       ADD 1 TO C-CONV-CTR(FILE-SUB)
                   ELSE
                       MOVE 'F' TO C-CARD-RESULT
                       ADD 1 TO C-FAIL-CTR(FILE-SUB)
                   END-IF
           END-EVALUATE.

       2910-STORE-IN-VAULT.
           ADD 1 TO NEXT-VAULT-SERIAL.
           ADD 1 TO C-VAULT-TRIES.
           MOVE NEXT-VAULT-SERIAL TO TK-SERIAL.
           MOVE CARD-TOKEN        TO CV-TOKEN.
           WRITE CV-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO TOKEN-OK-SW
           END-WRITE.

       9000-READ-CAMPRES.
           READ CAMPRES-MASTER NEXT RECORD
               AT END MOVE 'N' TO MORE-RES-RECS
           END-READ.

       9100-READ-STAY-OLD.
           READ STAY-HIST-OLD
               AT END MOVE 'N' TO MORE-SHO-RECS
           END-READ.

       9200-READ-SETTLE-OLD.
           READ SETTLE-OLD
               AT END MOVE 'N' TO MORE-SEO-RECS
           END-READ.

       9300-READ-SETTLE-HIST-OLD.
           READ SETTLE-HIST-OLD
               AT END MOVE 'N' TO MORE-SSO-RECS
           END-READ.

       3000-CLOSING.
           IF CV-OPEN-SW = 'N'
               MOVE '*** CARD VAULT WOULD NOT OPEN - NOTHING CONVERTED'
                   TO O-TOK-MSG
               WRITE TOK-LINE FROM TOK-MSG-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE TOK-LINE FROM TOK-COL-HEADING
                   AFTER ADVANCING 2 LINES
               MOVE 1 TO FILE-SUB
               PERFORM 3100-PRINT-ONE-FILE
                   UNTIL FILE-SUB > 4
               MOVE C-RWFAIL-CTR(1) TO O-RW-TOTAL
               WRITE TOK-LINE FROM TOK-RWFAIL-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               OPEN OUTPUT VAULT-CTL-FILE
               MOVE NEXT-VAULT-SERIAL TO VAULT-CTL-REC
               WRITE VAULT-CTL-REC
               CLOSE VAULT-CTL-FILE
               CLOSE CARD-VAULT
               IF ALL-BALANCED-SW = 'Y'
                   MOVE 'CONVERSION IN BALANCE' TO O-TOK-MSG
               ELSE
                   MOVE '*** CONVERSION OUT OF BALANCE ***'
                       TO O-TOK-MSG
               END-IF
               WRITE TOK-LINE FROM TOK-MSG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE TOKEN-RPT.

      *    A FILE WITH NOTHING TO CONVERT SAYS SO INSTEAD OF PRINTING
      *    A ROW OF ZEROS THAT LOOKS LIKE AN EMPTY FILE.
       3100-PRINT-ONE-FILE.
           MOVE TBL-FILE-NAME(FILE-SUB)  TO O-FILE-NAME.
           MOVE C-READ-CTR(FILE-SUB)     TO O-READ-CTR.
           MOVE C-CONV-CTR(FILE-SUB)     TO O-CONV-CTR.
           MOVE C-TOKEN-CTR(FILE-SUB)    TO O-TOKEN-CTR.
           MOVE C-BLANK-CTR(FILE-SUB)    TO O-BLANK-CTR.
           MOVE C-FAIL-CTR(FILE-SUB)     TO O-FAIL-CTR.
           IF C-FILE-DONE(FILE-SUB) NOT = 'Y'
               MOVE 'NOT FOUND - SKIPPED' TO O-FILE-MSG
           ELSE
           IF C-READ-CTR(FILE-SUB) = C-CONV-CTR(FILE-SUB)
                                   + C-TOKEN-CTR(FILE-SUB)
                                   + C-BLANK-CTR(FILE-SUB)
                                   + C-FAIL-CTR(FILE-SUB)
                                   + C-RWFAIL-CTR(FILE-SUB)
            AND C-FAIL-CTR(FILE-SUB) = 0
            AND C-RWFAIL-CTR(FILE-SUB) = 0
               MOVE 'IN BALANCE'          TO O-FILE-MSG
           ELSE
               MOVE '*** OUT OF BALANCE'  TO O-FILE-MSG
               MOVE 'N' TO ALL-BALANCED-SW
           END-IF
           END-IF.
           WRITE TOK-LINE FROM TOK-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO FILE-SUB.

       END PROGRAM CBLJCB19.
