       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB17.
       AUTHOR. JEFF BIRKNER.

      *    GUEST FOLIO STATEMENT.  THE MONEY FOR ONE STAY IS POSTED
      *    BY FIVE DIFFERENT RUNS - THE CBLJCB02 DEPOSIT AND CHANGE
      *    CREDITS, THE CBLJCB12 BALANCE BILL, THE CBLJCB03 REFUND,
      *    THE CBLJCB13 NO-SHOW FORFEIT AND THE CBLJCB14 RELOCATION
      *    ADJUSTMENT, PLUS ANY CHARGEBACK CBLJCB18 POSTS AS LOST -
      *    AND EVERY ONE OF THEM NOW APPENDS A DATED, TYPED ENTRY TO
      *    LEDGER.DAT KEYED BY THE RESERVATION AND THE GUEST NUMBER.
      *    THIS RUN PRINTS, FOR EVERY STAY ON THE LIVE MASTER, EACH
      *    LEDGER ENTRY WITH A RUNNING BALANCE AND PROVES THE LEDGER
      *    TOTAL AGAINST O-PAID-AMT, FLAGGING ANY STAY WHERE THE TWO
      *    DISAGREE.  ENTRIES LEFT OVER BELONG TO STAYS NO LONGER ON
      *    THE MASTER (CANCELLED, NO-SHOW, CHANGED, RELOCATED OR
      *    ARCHIVED) OR TO SEASONAL LEASES, WHICH LIVE ON LEASE.DAT
      *    RATHER THAN THE MASTER, AND PRINT IN THEIR OWN SECTION SO
      *    THE DESK CAN STILL ANSWER FOR THEM.  ONCE SUCH A STAY OR
      *    LEASE IS PAST THE CBLJCB11 ARCHIVE CUTOFF ITS ENTRIES MOVE
      *    TO LEDGHST.DAT, SO THE LEDGER TABLE ONLY HAS TO HOLD WHAT
      *    IS STILL LIVE.
      *
      *    FOLIOSEL.DAT (OPTIONAL) - ONE CARD CARRYING A GUEST
      *    NUMBER LIMITS THE STATEMENT TO THAT GUEST'S STAYS FOR A
      *    PHONE ENQUIRY.  NO CARD, OR A BLANK ONE, PRINTS EVERY
      *    STAY.

       ENVIRONMENT DIVISION.
           SELECT CAMPRES-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CAMPRES.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS O-RES-KEY
                   FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT LEDGER-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEDGER.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LG-FILE-STATUS.

           SELECT FOLIO-SEL-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\FOLIOSEL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEL-FILE-STATUS.

           SELECT CKPT-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CKPT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT FOLIO-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\FOLIO.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
       FD CAMPRES-INPUT
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

      *    PAYMENT LEDGER - LAYOUT AS IN CBLJCB02.
       FD LEDGER-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS LEDGER-REC
       RECORD CONTAINS 60 CHARACTERS.

       01 LEDGER-REC.
           05 LG-RES-KEY.
               10 LG-CAMPGROUND   PIC X(11).
               10 LG-SITE         PIC X(3).
               10 LG-DATE         PIC X(8).
           05 LG-GUEST-NUM        PIC X(6).
           05 LG-POST-DATE        PIC X(8).
           05 LG-ENTRY-TYPE       PIC X(3).
           05 LG-AMT              PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 LG-PROGRAM          PIC X(8).
           05 FILLER              PIC X(5).

       FD FOLIO-SEL-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS FOLIO-SEL-REC
       RECORD CONTAINS 6 CHARACTERS.

       01 FOLIO-SEL-REC            PIC X(6).

       FD CKPT-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS CKPT-REC
       RECORD CONTAINS 6 CHARACTERS.

       01 CKPT-REC                 PIC X(6).

      *    ONLY THE BALANCE FLAG AT THE END OF EACH RUN-LOG LINE
      *    MATTERS HERE - SEE RUN-LOG-REC IN CBLJCB02.
       FD RUN-LOG-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS RUN-LOG-REC
       RECORD CONTAINS 45 CHARACTERS.

       01 RUN-LOG-REC.
           05 FILLER               PIC X(44).
           05 RL-BALANCE-FLAG      PIC X.

       FD FOLIO-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS FOLIO-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 FOLIO-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-RES-RECS        PIC X.
           05 MORE-LG-RECS         PIC X.
           05 TYPE-FOUND-SW        PIC X.
      *    MORE LEDGER ENTRIES THAN THE TABLE HOLDS - THE STATEMENT
      *    PRINTS WHAT WAS LOADED AND THE RUN FLAGS ITSELF OUT OF
      *    BALANCE, SINCE A STAY'S LATER ENTRIES MAY BE MISSING.
           05 LG-OVERFLOW-SW       PIC X    VALUE 'N'.

       01 WS-RES-FILE-STATUS       PIC XX.
       01 WS-LG-FILE-STATUS        PIC XX.
       01 WS-SEL-FILE-STATUS       PIC XX.
       01 WS-CKPT-FILE-STATUS      PIC XX.
       01 WS-RL-FILE-STATUS        PIC XX.

      *    UPSTREAM RUN GATE - SEE 1020-CHECK-UPSTREAM-RUN.
       01 UPSTREAM-OK-SW           PIC X.
       01 MORE-RL-RECS             PIC X.
       01 HOLD-BALANCE-FLAG        PIC X.

       01 STALE-BANNER-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** OVERNIGHT RESERVATION RUN DID NOT EN'.
           05 FILLER               PIC X(39)   VALUE
              'D CLEAN - CAMPRES.DAT MAY BE STALE ***'.

       01 STALE-ACTION-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** DO NOT QUOTE BALANCES TO GUESTS FROM'.
           05 FILLER               PIC X(17)   VALUE
              ' THIS FOLIO ***'.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

      *    THE GUEST NUMBER FROM FOLIOSEL.DAT - SPACES PRINTS ALL.
       01 C-SEL-GUEST              PIC X(6)   VALUE SPACES.

       01 CALCS.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 C-RUN-BAL            PIC S9(7)V99.
           05 C-PAID-WORK          PIC S9(7)V99.
           05 C-STAY-ENTRY-CTR     PIC 9(4).
           05 C-MATCH-KEY          PIC X(22).
           05 C-MATCH-GUEST        PIC X(6).

      *    RUN CONTROL - EVERY STAY READ IS AGREED, FLAGGED, HAS NO
      *    LEDGER HISTORY (BOOKED BEFORE THE LEDGER EXISTED) OR WAS
      *    NOT SELECTED, AND EVERY LEDGER ENTRY READ PRINTED UNDER A
      *    LIVE STAY, UNDER A CLOSED STAY, OR WAS NOT SELECTED (SEE
      *    3200-RUN-BALANCE).
       01 RUN-CTL-CTRS.
           05 C-RES-READ-CTR       PIC 9(6)   VALUE 0.
           05 C-STAY-AGREE-CTR     PIC 9(6)   VALUE 0.
           05 C-STAY-FLAG-CTR      PIC 9(6)   VALUE 0.
           05 C-STAY-NOHIST-CTR    PIC 9(6)   VALUE 0.
           05 C-STAY-SKIP-CTR      PIC 9(6)   VALUE 0.
           05 C-CLOSED-STAY-CTR    PIC 9(6)   VALUE 0.
           05 C-LG-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-LG-LIVE-CTR        PIC 9(6)   VALUE 0.
           05 C-LG-CLOSED-CTR      PIC 9(6)   VALUE 0.
           05 C-LG-SKIP-CTR        PIC 9(6)   VALUE 0.

       01 LG-SUB                   PIC 9(4).
       01 LG-GRP-SUB               PIC 9(4).
       01 TY-SUB                   PIC 99.

       01 LEDGER-CTR               PIC 9(4)   VALUE 0.
       01 LEDGER-TABLE.
           05 LEDGER-ENTRY     OCCURS 5000 TIMES.
               10 TBL-LG-RES-KEY       PIC X(22).
               10 TBL-LG-GUEST         PIC X(6).
               10 TBL-LG-POST-DATE     PIC X(8).
               10 TBL-LG-TYPE          PIC X(3).
               10 TBL-LG-AMT           PIC S9(5)V99.
               10 TBL-LG-PROGRAM       PIC X(8).
               10 TBL-LG-PRINTED       PIC X.

      *    WHAT EACH LEDGER ENTRY TYPE MEANS ON THE STATEMENT - THE
      *    CODES THE POSTING RUNS WRITE (SEE LEDGER-REC IN CBLJCB02).
       01 ENTRY-TYPE-VALUES.
           05 FILLER               PIC X(25)
              VALUE 'DEPDEPOSIT AT BOOKING    '.
           05 FILLER               PIC X(25)
              VALUE 'FULCHARGED IN FULL       '.
           05 FILLER               PIC X(25)
              VALUE 'CHCCREDIT - STAY CHANGED '.
           05 FILLER               PIC X(25)
              VALUE 'PBOCREDIT - PARTY BACKOUT'.
           05 FILLER               PIC X(25)
              VALUE 'BALBALANCE BILLED        '.
           05 FILLER               PIC X(25)
              VALUE 'CXRCANCELLATION REFUND   '.
           05 FILLER               PIC X(25)
              VALUE 'NSFNO-SHOW FORFEIT       '.
           05 FILLER               PIC X(25)
              VALUE 'NSRNO-SHOW REFUND        '.
           05 FILLER               PIC X(25)
              VALUE 'RLOMOVED OFF THIS SITE   '.
           05 FILLER               PIC X(25)
              VALUE 'RLIMOVED ONTO THIS SITE  '.
           05 FILLER               PIC X(25)
              VALUE 'RLARELOCATION ADJUSTMENT '.
           05 FILLER               PIC X(25)
              VALUE 'RLRREFUND - NOT RELOCATED'.
           05 FILLER               PIC X(25)
              VALUE 'CBKCHARGEBACK LOST       '.
           05 FILLER               PIC X(25)
              VALUE 'LSESEASONAL LEASE RENT   '.
       01 ENTRY-TYPE-TABLE REDEFINES ENTRY-TYPE-VALUES.
           05 ENTRY-TYPE-ENTRY     OCCURS 14 TIMES.
               10 TBL-TY-CODE          PIC X(3).
               10 TBL-TY-DESC          PIC X(22).

       01 FOLIO-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 FOLIO-TITLE-DATE.
               10 FOLIO-TITLE-MONTH PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 FOLIO-TITLE-DAY  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 FOLIO-TITLE-YEAR PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 FOLIO-TITLE-PAGE     PIC Z9.

       01 FOLIO-TITLE-LINE2.
           05 FILLER               PIC X(55)   VALUE SPACES.
           05 FILLER               PIC X(21)   VALUE
              'GUEST FOLIO STATEMENT'.

       01 FOLIO-STAY-LINE.
           05 FILLER               PIC X(7)    VALUE 'GUEST: '.
           05 FS-GUEST-NUM         PIC X(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 FS-NAME              PIC X(27).
           05 FILLER               PIC XX      VALUE SPACES.
           05 FS-CAMPGROUND        PIC X(11).
           05 FILLER               PIC X(7)    VALUE '  SITE '.
           05 FS-SITE              PIC X(3).
           05 FILLER               PIC X(10)   VALUE '  ARRIVAL '.
           05 FS-DATE              PIC X(8).
           05 FILLER               PIC X(9)    VALUE '  NIGHTS '.
           05 FS-LEN-STAY          PIC X(2).

       01 FOLIO-CLOSED-LINE.
           05 FILLER               PIC X(7)    VALUE 'GUEST: '.
           05 FC-GUEST-NUM         PIC X(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 FC-CAMPGROUND        PIC X(11).
           05 FILLER               PIC X(7)    VALUE '  SITE '.
           05 FC-SITE              PIC X(3).
           05 FILLER               PIC X(10)   VALUE '  ARRIVAL '.
           05 FC-DATE              PIC X(8).

       01 FOLIO-COL-HEADING.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'POSTED'.
           05 FILLER               PIC X(6)    VALUE 'TYPE'.
           05 FILLER               PIC X(24)   VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(13)   VALUE 'RUN'.
           05 FILLER               PIC X(14)   VALUE 'AMOUNT'.
           05 FILLER               PIC X(7)    VALUE 'BALANCE'.

       01 FOLIO-ENTRY-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FE-POST-DATE         PIC X(8).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FE-TYPE              PIC X(3).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FE-DESC              PIC X(22).
           05 FILLER               PIC XX      VALUE SPACES.
           05 FE-PROGRAM           PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 FE-AMT               PIC $$$,$$9.99-.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FE-BAL               PIC $$,$$$,$$9.99-.

       01 FOLIO-NOHIST-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(44)   VALUE
              'NO LEDGER HISTORY - BOOKED BEFORE THE LEDGER'.

       01 FOLIO-TOTAL-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(17)   VALUE
              'PAID PER MASTER: '.
           05 FT-PAID              PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(14)   VALUE
              'LEDGER TOTAL: '.
           05 FT-LEDGER            PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FT-FLAG              PIC X(40).

       01 FOLIO-CLOSED-TOTAL-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(14)   VALUE
              'NET RETAINED: '.
           05 FCT-NET              PIC $$,$$$,$$9.99-.

       01 CLOSED-TITLE.
           05 FILLER               PIC X(40)   VALUE
              'LEDGER ENTRIES FOR STAYS NO LONGER ON TH'.
           05 FILLER               PIC X(8)    VALUE
              'E MASTER'.

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
           PERFORM 2000-FOLIO-ONE-STAY
               UNTIL MORE-RES-RECS = 'N'.
           PERFORM 2500-CLOSED-STAYS.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT FOLIO-OUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO FOLIO-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO FOLIO-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO FOLIO-TITLE-YEAR.
           PERFORM 1100-INIT-HEADING.
           PERFORM 1020-CHECK-UPSTREAM-RUN.
           IF UPSTREAM-OK-SW = 'N'
               WRITE FOLIO-LINE FROM STALE-BANNER-LINE
                   AFTER ADVANCING 2 LINES
               WRITE FOLIO-LINE FROM STALE-ACTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 1030-READ-SELECTION.
           PERFORM 1060-LOAD-LEDGER.
           MOVE 'Y' TO MORE-RES-RECS.
           OPEN INPUT CAMPRES-INPUT.
           IF WS-RES-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-RES-RECS
           ELSE
               PERFORM 9000-READ-CAMPRES
           END-IF.

      *    GATE THIS JOB ON A CLEAN OVERNIGHT CBLJCB02 RUN.  A
      *    NONZERO CKPT.DAT MEANS THE RUN DIED MID-FILE AND THE
      *    MASTER HOLDS A PARTIAL NIGHT; AN 'N' BALANCE FLAG ON THE
      *    LAST RUNLOG.DAT LINE MEANS IT ENDED OUT OF BALANCE.
      *    EITHER WAY NOTHING DOWNSTREAM SHOULD TRUST CAMPRES.DAT.
       1020-CHECK-UPSTREAM-RUN.
           MOVE 'Y' TO UPSTREAM-OK-SW.
           MOVE 'Y' TO HOLD-BALANCE-FLAG.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-FILE-STATUS = '00'
               READ CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-REC NUMERIC
                        AND CKPT-REC NOT = '000000'
                           MOVE 'N' TO UPSTREAM-OK-SW
                       END-IF
               END-READ
               CLOSE CKPT-FILE
           END-IF.
           MOVE 'Y' TO MORE-RL-RECS.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RL-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-RL-RECS
           END-IF.
           PERFORM 1025-READ-ONE-RUN-LOG
               UNTIL MORE-RL-RECS = 'N'.
           IF WS-RL-FILE-STATUS = '00' OR WS-RL-FILE-STATUS = '10'
               CLOSE RUN-LOG-FILE
           END-IF.
           IF HOLD-BALANCE-FLAG = 'N'
               MOVE 'N' TO UPSTREAM-OK-SW
           END-IF.

       1025-READ-ONE-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   MOVE 'N' TO MORE-RL-RECS
               NOT AT END
                   MOVE RL-BALANCE-FLAG TO HOLD-BALANCE-FLAG
           END-READ.

      *    A GUEST NUMBER ON THE SELECTION CARD NARROWS THE RUN TO
      *    ONE GUEST; ANYTHING ELSE (NO CARD, BLANK, ZERO) PRINTS
      *    EVERY STAY.
       1030-READ-SELECTION.
           OPEN INPUT FOLIO-SEL-CARD.
           IF WS-SEL-FILE-STATUS = '00'
               READ FOLIO-SEL-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FOLIO-SEL-REC NUMERIC
                        AND FOLIO-SEL-REC NOT = '000000'
                           MOVE FOLIO-SEL-REC TO C-SEL-GUEST
                       END-IF
               END-READ
               CLOSE FOLIO-SEL-CARD
           END-IF.

       1060-LOAD-LEDGER.
           MOVE 'Y' TO MORE-LG-RECS.
           OPEN INPUT LEDGER-INPUT.
           IF WS-LG-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-LG-RECS
           ELSE
               PERFORM 9010-READ-LEDGER
           END-IF.
           PERFORM 1065-BUILD-LEDGER-TABLE
               UNTIL MORE-LG-RECS = 'N'.
           IF WS-LG-FILE-STATUS = '00' OR WS-LG-FILE-STATUS = '10'
               CLOSE LEDGER-INPUT
           END-IF.

       1065-BUILD-LEDGER-TABLE.
           ADD 1 TO C-LG-READ-CTR.
           IF LEDGER-CTR < 5000
               ADD 1 TO LEDGER-CTR
               MOVE LG-RES-KEY    TO TBL-LG-RES-KEY(LEDGER-CTR)
               MOVE LG-GUEST-NUM  TO TBL-LG-GUEST(LEDGER-CTR)
               MOVE LG-POST-DATE  TO TBL-LG-POST-DATE(LEDGER-CTR)
               MOVE LG-ENTRY-TYPE TO TBL-LG-TYPE(LEDGER-CTR)
               IF LG-AMT NUMERIC
                   MOVE LG-AMT    TO TBL-LG-AMT(LEDGER-CTR)
               ELSE
                   MOVE 0         TO TBL-LG-AMT(LEDGER-CTR)
               END-IF
               MOVE LG-PROGRAM    TO TBL-LG-PROGRAM(LEDGER-CTR)
               MOVE 'N'           TO TBL-LG-PRINTED(LEDGER-CTR)
           ELSE
               MOVE 'Y' TO LG-OVERFLOW-SW
           END-IF.
           PERFORM 9010-READ-LEDGER.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO FOLIO-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE FOLIO-LINE FROM FOLIO-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE FOLIO-LINE FROM FOLIO-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE FOLIO-LINE FROM FOLIO-TITLE-LINE2
               AFTER ADVANCING 1 LINE.

       2000-FOLIO-ONE-STAY.
           ADD 1 TO C-RES-READ-CTR.
           IF C-SEL-GUEST = SPACES OR O-GUEST-NUM = C-SEL-GUEST
               PERFORM 2100-PRINT-STAY
           ELSE
               ADD 1 TO C-STAY-SKIP-CTR
           END-IF.
           PERFORM 9000-READ-CAMPRES.

      *    ONE STAY'S STATEMENT: THE STAY LINE, EVERY LEDGER ENTRY
      *    CARRYING ITS KEY AND GUEST NUMBER IN POSTING ORDER WITH
      *    THE RUNNING BALANCE, THEN THE LEDGER TOTAL PROVED AGAINST
      *    WHAT THE MASTER SAYS HAS BEEN PAID.  A STAY BOOKED BEFORE
      *    THE LEDGER EXISTED HAS NOTHING TO PROVE AND IS SAID SO.
       2100-PRINT-STAY.
           MOVE O-GUEST-NUM  TO FS-GUEST-NUM.
           MOVE O-NAME       TO FS-NAME.
           MOVE O-CAMPGROUND TO FS-CAMPGROUND.
           MOVE O-SITE       TO FS-SITE.
           MOVE O-DATE       TO FS-DATE.
           MOVE O-LEN-STAY   TO FS-LEN-STAY.
           WRITE FOLIO-LINE FROM FOLIO-STAY-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           WRITE FOLIO-LINE FROM FOLIO-COL-HEADING
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           MOVE 0 TO C-RUN-BAL.
           MOVE 0 TO C-STAY-ENTRY-CTR.
           MOVE O-RES-KEY   TO C-MATCH-KEY.
           MOVE O-GUEST-NUM TO C-MATCH-GUEST.
           MOVE 1 TO LG-SUB.
           PERFORM 2150-PRINT-IF-MATCH
               UNTIL LG-SUB > LEDGER-CTR.
           ADD C-STAY-ENTRY-CTR TO C-LG-LIVE-CTR.
           IF C-STAY-ENTRY-CTR = 0
               WRITE FOLIO-LINE FROM FOLIO-NOHIST-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 1100-INIT-HEADING
               END-WRITE
               ADD 1 TO C-STAY-NOHIST-CTR
           ELSE
               IF O-PAID-AMT NUMERIC
                   MOVE O-PAID-AMT TO C-PAID-WORK
               ELSE
                   MOVE 0 TO C-PAID-WORK
               END-IF
               MOVE C-PAID-WORK TO FT-PAID
               MOVE C-RUN-BAL   TO FT-LEDGER
               IF O-PAID-AMT NUMERIC AND C-PAID-WORK = C-RUN-BAL
                   MOVE SPACES TO FT-FLAG
                   ADD 1 TO C-STAY-AGREE-CTR
               ELSE
                   MOVE '*** LEDGER DOES NOT AGREE WITH PAID ***'
                       TO FT-FLAG
                   ADD 1 TO C-STAY-FLAG-CTR
               END-IF
               WRITE FOLIO-LINE FROM FOLIO-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 1100-INIT-HEADING
               END-WRITE
           END-IF.

       2150-PRINT-IF-MATCH.
           IF TBL-LG-PRINTED(LG-SUB) = 'N'
            AND TBL-LG-RES-KEY(LG-SUB) = C-MATCH-KEY
            AND TBL-LG-GUEST(LG-SUB)   = C-MATCH-GUEST
               PERFORM 2160-PRINT-ENTRY
               MOVE 'Y' TO TBL-LG-PRINTED(LG-SUB)
               ADD 1 TO C-STAY-ENTRY-CTR
           END-IF.
           ADD 1 TO LG-SUB.

       2160-PRINT-ENTRY.
           ADD TBL-LG-AMT(LG-SUB) TO C-RUN-BAL.
           PERFORM 2170-FIND-TYPE-DESC.
           MOVE TBL-LG-POST-DATE(LG-SUB) TO FE-POST-DATE.
           MOVE TBL-LG-TYPE(LG-SUB)      TO FE-TYPE.
           MOVE TBL-LG-PROGRAM(LG-SUB)   TO FE-PROGRAM.
           MOVE TBL-LG-AMT(LG-SUB)       TO FE-AMT.
           MOVE C-RUN-BAL                TO FE-BAL.
           WRITE FOLIO-LINE FROM FOLIO-ENTRY-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.

       2170-FIND-TYPE-DESC.
           MOVE 'N' TO TYPE-FOUND-SW.
           MOVE 'UNKNOWN ENTRY TYPE' TO FE-DESC.
           MOVE 1 TO TY-SUB.
           PERFORM 2175-CHECK-ONE-TYPE
               UNTIL TYPE-FOUND-SW = 'Y' OR TY-SUB > 14.

       2175-CHECK-ONE-TYPE.
           IF TBL-TY-CODE(TY-SUB) = TBL-LG-TYPE(LG-SUB)
               MOVE TBL-TY-DESC(TY-SUB) TO FE-DESC
               MOVE 'Y' TO TYPE-FOUND-SW
           ELSE
               ADD 1 TO TY-SUB
           END-IF.

      *    WHATEVER THE LIVE STAYS DIDN'T CLAIM BELONGS TO A STAY
      *    THAT HAS LEFT THE MASTER.  THE ENTRIES ARE GROUPED BY
      *    RESERVATION AND GUEST IN THE ORDER THEY FIRST APPEAR ON
      *    THE LEDGER; THE NET IS WHAT WAS KEPT (A FORFEIT, A
      *    PENALTY, OR A STAY THAT WAS ARCHIVED AFTER CHECKOUT).
       2500-CLOSED-STAYS.
           WRITE FOLIO-LINE FROM CLOSED-TITLE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           MOVE 1 TO LG-GRP-SUB.
           PERFORM 2510-CLOSED-ONE-GROUP
               UNTIL LG-GRP-SUB > LEDGER-CTR.

       2510-CLOSED-ONE-GROUP.
           IF TBL-LG-PRINTED(LG-GRP-SUB) = 'N'
               IF C-SEL-GUEST = SPACES
                OR TBL-LG-GUEST(LG-GRP-SUB) = C-SEL-GUEST
                   PERFORM 2520-PRINT-CLOSED-STAY
               ELSE
                   MOVE 'Y' TO TBL-LG-PRINTED(LG-GRP-SUB)
                   ADD 1 TO C-LG-SKIP-CTR
               END-IF
           END-IF.
           ADD 1 TO LG-GRP-SUB.

       2520-PRINT-CLOSED-STAY.
           MOVE TBL-LG-RES-KEY(LG-GRP-SUB) TO C-MATCH-KEY.
           MOVE TBL-LG-GUEST(LG-GRP-SUB)   TO C-MATCH-GUEST.
           MOVE C-MATCH-GUEST              TO FC-GUEST-NUM.
           MOVE C-MATCH-KEY(1:11)          TO FC-CAMPGROUND.
           MOVE C-MATCH-KEY(12:3)          TO FC-SITE.
           MOVE C-MATCH-KEY(15:8)          TO FC-DATE.
           WRITE FOLIO-LINE FROM FOLIO-CLOSED-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           WRITE FOLIO-LINE FROM FOLIO-COL-HEADING
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           MOVE 0 TO C-RUN-BAL.
           MOVE 0 TO C-STAY-ENTRY-CTR.
           MOVE LG-GRP-SUB TO LG-SUB.
           PERFORM 2150-PRINT-IF-MATCH
               UNTIL LG-SUB > LEDGER-CTR.
           ADD C-STAY-ENTRY-CTR TO C-LG-CLOSED-CTR.
           ADD 1 TO C-CLOSED-STAY-CTR.
           MOVE C-RUN-BAL TO FCT-NET.
           WRITE FOLIO-LINE FROM FOLIO-CLOSED-TOTAL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.

       9000-READ-CAMPRES.
           READ CAMPRES-INPUT
               AT END MOVE 'N' TO MORE-RES-RECS
           END-READ.

       9010-READ-LEDGER.
           READ LEDGER-INPUT
               AT END MOVE 'N' TO MORE-LG-RECS
           END-READ.

       3000-CLOSING.
           PERFORM 3200-RUN-BALANCE.
           IF WS-RES-FILE-STATUS = '00' OR WS-RES-FILE-STATUS = '10'
               CLOSE CAMPRES-INPUT
           END-IF.
           CLOSE FOLIO-OUT.

      *    PROVE THE RUN: EVERY STAY READ WAS AGREED, FLAGGED, HAD
      *    NO LEDGER HISTORY OR WAS NOT SELECTED, AND EVERY LEDGER
      *    ENTRY READ PRINTED SOMEWHERE OR WAS NOT SELECTED.
       3200-RUN-BALANCE.
           WRITE FOLIO-LINE FROM BALANCE-TITLE
               AFTER ADVANCING PAGE.
           MOVE 'STAYS READ FROM MASTER      ' TO O-BAL-LABEL.
           MOVE C-RES-READ-CTR                 TO O-BAL-CTR.
           WRITE FOLIO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'STAYS AGREEING WITH LEDGER  ' TO O-BAL-LABEL.
           MOVE C-STAY-AGREE-CTR               TO O-BAL-CTR.
           WRITE FOLIO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STAYS FLAGGED - DISAGREE    ' TO O-BAL-LABEL.
           MOVE C-STAY-FLAG-CTR                TO O-BAL-CTR.
           WRITE FOLIO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STAYS WITH NO LEDGER HISTORY' TO O-BAL-LABEL.
           MOVE C-STAY-NOHIST-CTR              TO O-BAL-CTR.
           WRITE FOLIO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STAYS NOT SELECTED          ' TO O-BAL-LABEL.
           MOVE C-STAY-SKIP-CTR                TO O-BAL-CTR.
           WRITE FOLIO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEDGER ENTRIES READ         ' TO O-BAL-LABEL.
           MOVE C-LG-READ-CTR                  TO O-BAL-CTR.
           WRITE FOLIO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ENTRIES ON LIVE STAYS       ' TO O-BAL-LABEL.
           MOVE C-LG-LIVE-CTR                  TO O-BAL-CTR.
           WRITE FOLIO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ENTRIES ON CLOSED STAYS     ' TO O-BAL-LABEL.
           MOVE C-LG-CLOSED-CTR                TO O-BAL-CTR.
           WRITE FOLIO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ENTRIES NOT SELECTED        ' TO O-BAL-LABEL.
           MOVE C-LG-SKIP-CTR                  TO O-BAL-CTR.
           WRITE FOLIO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CLOSED STAYS LISTED         ' TO O-BAL-LABEL.
           MOVE C-CLOSED-STAY-CTR              TO O-BAL-CTR.
           WRITE FOLIO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-RES-READ-CTR = C-STAY-AGREE-CTR + C-STAY-FLAG-CTR
               + C-STAY-NOHIST-CTR + C-STAY-SKIP-CTR
            AND C-LG-READ-CTR = C-LG-LIVE-CTR + C-LG-CLOSED-CTR
               + C-LG-SKIP-CTR
            AND LG-OVERFLOW-SW = 'N'
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - DO NOT QUOTE'
                   TO O-BAL-FLAG-MSG
               WRITE FOLIO-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** BALANCES FROM THIS FOLIO'
                   TO O-BAL-FLAG-MSG
           END-IF.
           WRITE FOLIO-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM CBLJCB17.
