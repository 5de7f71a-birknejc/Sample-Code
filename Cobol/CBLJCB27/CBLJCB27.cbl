       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB27.
       AUTHOR. JEFF BIRKNER.

      *    MONTH-END DEFERRED REVENUE REPORT AND JOURNAL.  CBLJCB02
      *    AND CBLJCB12 COLLECT DEPOSITS AND BALANCES WEEKS BEFORE THE
      *    GUEST ARRIVES, BUT THE CBLJCB16 JOURNAL BOOKS EVERYTHING BY
      *    ARRIVAL MONTH, SO NOTHING SHOWED THE CASH BEING HELD FOR
      *    STAYS THAT HAVEN'T HAPPENED YET.  THIS RUN TAKES EVERY STAY
      *    ON THE LIVE MASTER AND THE STAY-HISTORY ARCHIVE AND SPLITS
      *    THE MONEY COLLECTED ON IT (O-PAID-AMT) NIGHT BY NIGHT: A
      *    NIGHT ON OR BEFORE THE MONTH-END DATE IS EARNED, A NIGHT
      *    AFTER IT IS STILL UNEARNED AND SITS IN THE DEFERRED REVENUE
      *    LIABILITY.  THE PRINT SHOWS, BY CAMPGROUND, WHAT WAS
      *    COLLECTED, WHAT WAS EARNED BEFORE THIS MONTH, WHAT WAS
      *    EARNED THIS MONTH AND WHAT IS STILL DEFERRED.
      *
      *    THE JOURNAL, DEFJRNL.DAT, IS IN THE SAME COMMA-DELIMITED
      *    FORM AS THE CBLJCB16 TAXJRNL.DAT - ONE 'ERN' RECORD PER
      *    CAMPGROUND MOVING THIS MONTH'S EARNED NIGHTS OUT OF THE
      *    LIABILITY INTO REVENUE, AND ONE 'DEF' RECORD CARRYING THE
      *    LIABILITY BALANCE LEFT AT MONTH END FOR THE ACCOUNTANT TO
      *    TIE THE LEDGER TO:
      *      TYPE,CAMPGROUND,CCYYMM,AMOUNT
      *
      *    THE MONTH-END DATE COMES FROM A SINGLE CCYYMMDD CARD ON
      *    MEDATE.DAT; A MISSING OR BAD CARD FALLS BACK TO THE LAST
      *    DAY OF THE MONTH BEFORE THE RUN DATE, SINCE THE RUN IS
      *    MADE IN THE FIRST DAYS OF THE NEW MONTH.  STAYS ARE
      *    APPORTIONED ON WHAT HAS BEEN COLLECTED AS OF THE RUN, SO
      *    RUN IT BEFORE THE NEXT PRE-ARRIVAL BILLING RUN.

       ENVIRONMENT DIVISION.
           SELECT CAMPRES-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CAMPRES.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS O-RES-KEY
                   FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT STAY-HIST-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\STAYHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT CAMPGROUND-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CAMPGRD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CG-FILE-STATUS.

           SELECT MONTH-END-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\MEDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ME-FILE-STATUS.

           SELECT CKPT-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CKPT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT JOURNAL-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DEFJRNL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEFOUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DEFREV.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
       FD CAMPRES-INPUT
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

       FD STAY-HIST-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS STAY-HIST-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 STAY-HIST-REC            PIC X(200).

       FD CAMPGROUND-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS CG-REC
       RECORD CONTAINS 11 CHARACTERS.

       01 CG-REC                   PIC X(11).

       FD MONTH-END-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS MONTH-END-CARD-REC
       RECORD CONTAINS 8 CHARACTERS.

       01 MONTH-END-CARD-REC       PIC X(8).

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

       FD JOURNAL-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS JOURNAL-REC
       RECORD CONTAINS 120 CHARACTERS.

       01 JOURNAL-REC              PIC X(120).

       FD DEFOUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS DEF-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 DEF-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-RES-RECS        PIC X.
           05 MORE-SH-RECS         PIC X.
           05 MORE-CG-RECS         PIC X.
           05 CG-FOUND-SW          PIC X.

       01 WS-RES-FILE-STATUS       PIC XX.
       01 WS-SH-FILE-STATUS        PIC XX.
       01 WS-CG-FILE-STATUS        PIC XX.
       01 WS-ME-FILE-STATUS        PIC XX.
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
              '*** DO NOT POST FROM THIS REPORT OR JOUR'.
           05 FILLER               PIC X(8)    VALUE
              'NAL ***'.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-CG-SUB             PIC 9(4).
           05 C-PAGE-CTR           PIC 99     VALUE 0.
      *    THE MONTH-END DATE, THE PRIOR MONTH END, AND THE PERIOD
      *    THE JOURNAL IS POSTED TO.
           05 C-ME-DATE            PIC 9(8).
           05 C-ME-INT             PIC 9(7).
           05 C-PME-DATE           PIC 9(8).
           05 C-PME-INT            PIC 9(7).
           05 C-ME-PERIOD          PIC 9(6).
           05 C-ARRIVE-NUM         PIC 9(8).
           05 C-ARRIVE-INT         PIC 9(7).
           05 C-NIGHTS             PIC 99.
           05 C-NIGHTS-ME          PIC S9(7).
           05 C-NIGHTS-PME         PIC S9(7).
           05 C-PAID-WORK          PIC S9(7)V99.
           05 C-EARNED-ME          PIC S9(7)V99.
           05 C-EARNED-PME         PIC S9(7)V99.

       01 C-DATE-WORK.
           05 C-DW-YYYY            PIC 9(4).
           05 C-DW-MM              PIC 99.
           05 C-DW-DD              PIC 99.
       01 TBL-C-DATE-WORK REDEFINES C-DATE-WORK.
           05 C-DATE-NUM           PIC 9(8).

      *    RUN CONTROL - EVERY STAY READ IS APPORTIONED OR COUNTED AS
      *    ONE OF THE REASONS IT WASN'T (SEE 3200-RUN-BALANCE).
       01 RUN-CTL-CTRS.
           05 C-RES-READ-CTR       PIC 9(6)   VALUE 0.
           05 C-SH-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-SPLIT-CTR          PIC 9(6)   VALUE 0.
           05 C-DONE-CTR           PIC 9(6)   VALUE 0.
           05 C-UNPAID-CTR         PIC 9(6)   VALUE 0.
           05 C-SKIP-CTR           PIC 9(6)   VALUE 0.

       01 CAMPGROUND-CTR           PIC 9(4) VALUE 0.
       01 CAMPGROUND-TABLE.
           05 CAMPGROUND-ENTRY  OCCURS 50 TIMES.
               10 TBL-CAMPGROUND-NAME  PIC X(11).

      *    THE SPLIT BY CAMPGROUND - COLLECTED ALWAYS EQUALS EARNED
      *    BEFORE THIS MONTH PLUS EARNED THIS MONTH PLUS UNEARNED.
       01 DEF-ACC-TABLE.
           05 DEF-CG-ENTRY     OCCURS 50 TIMES.
               10 DF-STAYS             PIC 9(6).
               10 DF-COLLECTED         PIC S9(9)V99.
               10 DF-EARNED-PRIOR      PIC S9(9)V99.
               10 DF-EARNED-MONTH      PIC S9(9)V99.
               10 DF-UNEARNED          PIC S9(9)V99.

       01 GRAND-TOTALS.
           05 G-STAYS              PIC 9(6)     VALUE 0.
           05 G-COLLECTED          PIC S9(9)V99 VALUE 0.
           05 G-EARNED-PRIOR       PIC S9(9)V99 VALUE 0.
           05 G-EARNED-MONTH       PIC S9(9)V99 VALUE 0.
           05 G-UNEARNED           PIC S9(9)V99 VALUE 0.

      *    JOURNAL EXPORT WORK FIELDS - EACH AMOUNT IS EDITED INTO
      *    JR-AMT-E AND APPENDED WITH THE STRING POINTER, THE SAME
      *    WAY CBLJCB16 BUILDS TAXJRNL.DAT.
       01 JOURNAL-FIELDS.
           05 JR-PTR               PIC 9(4).
           05 JR-PERIOD            PIC 9(6).
           05 JR-AMT-E             PIC -ZZZZZZZZ9.99.
           05 C-JOURNAL-CTR        PIC 9(4)   VALUE 0.

       01 DEF-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 DEF-TITLE-DATE.
               10 DEF-TITLE-MONTH  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 DEF-TITLE-DAY    PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 DEF-TITLE-YEAR   PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 DEF-TITLE-PAGE       PIC Z9.

       01 DEF-TITLE-LINE2.
           05 FILLER               PIC X(45)   VALUE SPACES.
           05 FILLER               PIC X(40)   VALUE
              'MONTH-END DEFERRED REVENUE REPORT'.

       01 DEF-ME-LINE.
           05 FILLER               PIC X(20)   VALUE
              'MONTH ENDING:       '.
           05 O-ME-MM              PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-ME-DD              PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-ME-YYYY            PIC 9(4).

       01 DEF-COL-HEADING.
           05 FILLER               PIC X(13)   VALUE 'CAMPGROUND'.
           05 FILLER               PIC X(10)   VALUE 'STAYS'.
           05 FILLER               PIC X(17)   VALUE
              '      COLLECTED'.
           05 FILLER               PIC X(17)   VALUE
              '   EARNED BEFORE'.
           05 FILLER               PIC X(17)   VALUE
              'EARNED THIS MONTH'.
           05 FILLER               PIC X(17)   VALUE
              '  UNEARNED AT ME'.

       01 DEF-DETAIL-LINE.
           05 O-DF-CAMPGROUND      PIC X(11).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DF-STAYS           PIC ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DF-COLLECTED       PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DF-EARNED-PRIOR    PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DF-EARNED-MONTH    PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DF-UNEARNED        PIC $$$,$$$,$$9.99-.

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
           PERFORM 2000-SPLIT-MASTER
               UNTIL MORE-RES-RECS = 'N'.
           PERFORM 2050-SPLIT-HISTORY
               UNTIL MORE-SH-RECS = 'N'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT DEFOUT.
           OPEN OUTPUT JOURNAL-OUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO DEF-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO DEF-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO DEF-TITLE-YEAR.
           PERFORM 1040-READ-MONTH-END.
           PERFORM 1020-CHECK-UPSTREAM-RUN.
           IF UPSTREAM-OK-SW = 'N'
               WRITE DEF-LINE FROM STALE-BANNER-LINE
                   AFTER ADVANCING 1 LINE
               WRITE DEF-LINE FROM STALE-ACTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           INITIALIZE DEF-ACC-TABLE.
           PERFORM 1070-LOAD-CAMPGROUNDS.
           MOVE 'Y' TO MORE-RES-RECS.
           OPEN INPUT CAMPRES-INPUT.
           IF WS-RES-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-RES-RECS
           ELSE
               PERFORM 9000-READ-CAMPRES
           END-IF.
           MOVE 'Y' TO MORE-SH-RECS.
           OPEN INPUT STAY-HIST-INPUT.
           IF WS-SH-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SH-RECS
           ELSE
               PERFORM 9010-READ-STAY-HIST
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

      *    THE MONTH-END CARD, OR THE LAST DAY OF LAST MONTH - THE
      *    DAY BEFORE THE 1ST OF THE RUN MONTH.  THE PRIOR MONTH END
      *    IS THE DAY BEFORE THE 1ST OF THE MONTH-END MONTH.
       1040-READ-MONTH-END.
           MOVE CURRENT-DATE TO C-DATE-NUM.
           MOVE 1 TO C-DW-DD.
           COMPUTE C-ME-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(C-DATE-NUM) - 1).
           OPEN INPUT MONTH-END-CARD.
           IF WS-ME-FILE-STATUS = '00'
               READ MONTH-END-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MONTH-END-CARD-REC NUMERIC
                           MOVE MONTH-END-CARD-REC TO C-DATE-NUM
                           IF FUNCTION TEST-DATE-YYYYMMDD(C-DATE-NUM)
                               = 0
                               MOVE C-DATE-NUM TO C-ME-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE MONTH-END-CARD
           END-IF.
           COMPUTE C-ME-INT = FUNCTION INTEGER-OF-DATE(C-ME-DATE).
           MOVE C-ME-DATE TO C-DATE-NUM.
           MOVE C-DW-MM   TO O-ME-MM.
           MOVE C-DW-DD   TO O-ME-DD.
           MOVE C-DW-YYYY TO O-ME-YYYY.
           COMPUTE C-ME-PERIOD = C-DW-YYYY * 100 + C-DW-MM.
           MOVE 1 TO C-DW-DD.
           COMPUTE C-PME-INT =
               FUNCTION INTEGER-OF-DATE(C-DATE-NUM) - 1.
           COMPUTE C-PME-DATE = FUNCTION DATE-OF-INTEGER(C-PME-INT).

       1070-LOAD-CAMPGROUNDS.
           MOVE 'Y' TO MORE-CG-RECS.
           OPEN INPUT CAMPGROUND-FILE.
           IF WS-CG-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-CG-RECS
           ELSE
               PERFORM 9110-READ-CAMPGROUND
           END-IF.
           PERFORM 1080-BUILD-CAMPGROUND-TABLE
               UNTIL MORE-CG-RECS = 'N'.
           IF WS-CG-FILE-STATUS = '00' OR WS-CG-FILE-STATUS = '10'
               CLOSE CAMPGROUND-FILE
           END-IF.

       1080-BUILD-CAMPGROUND-TABLE.
           IF CAMPGROUND-CTR < 50
               ADD 1 TO CAMPGROUND-CTR
               MOVE CG-REC TO TBL-CAMPGROUND-NAME(CAMPGROUND-CTR)
           END-IF.
           PERFORM 9110-READ-CAMPGROUND.

       9110-READ-CAMPGROUND.
           READ CAMPGROUND-FILE
               AT END MOVE 'N' TO MORE-CG-RECS
           END-READ.

       2000-SPLIT-MASTER.
           ADD 1 TO C-RES-READ-CTR.
           PERFORM 2100-SPLIT-ONE-STAY.
           PERFORM 9000-READ-CAMPRES.

      *    AN ARCHIVED STAY IS THE SAME RECORD IMAGE THE MASTER
      *    CARRIES - A STAY ARCHIVED SINCE MONTH END CAN STILL HAVE
      *    NIGHTS AFTER IT, SO THE ARCHIVE IS SPLIT THE SAME WAY.
       2050-SPLIT-HISTORY.
           ADD 1 TO C-SH-READ-CTR.
           MOVE STAY-HIST-REC TO VAL-REC.
           PERFORM 2100-SPLIT-ONE-STAY.
           PERFORM 9010-READ-STAY-HIST.

      *    THE MONEY COLLECTED IS SPREAD EVENLY OVER THE NIGHTS.  THE
      *    NIGHTS STAYED BY A DATE ARE THE NIGHTS FROM ARRIVAL UP TO
      *    AND INCLUDING IT, NEVER LESS THAN NONE OR MORE THAN THE
      *    STAY.  A STAY ALREADY FULLY EARNED BEFORE THIS MONTH, OR
      *    ONE NOTHING HAS BEEN COLLECTED ON, HAS NOTHING TO MOVE AND
      *    IS COUNTED, NOT SPLIT.  RECORDS FROM BEFORE DEPOSITS
      *    EXISTED WERE CHARGED IN FULL AT BOOKING.
       2100-SPLIT-ONE-STAY.
           PERFORM 2400-FIND-CAMPGROUND.
           IF CG-FOUND-SW = 'N' OR O-DATE NOT NUMERIC
               ADD 1 TO C-SKIP-CTR
           ELSE
               IF O-LEN-STAY NUMERIC AND O-LEN-STAY > '00'
                   MOVE O-LEN-STAY TO C-NIGHTS
               ELSE
                   MOVE 1 TO C-NIGHTS
               END-IF
               IF O-PAID-AMT NUMERIC
                   MOVE O-PAID-AMT TO C-PAID-WORK
               ELSE
                   IF O-TOT-AMT NUMERIC
                       MOVE O-TOT-AMT TO C-PAID-WORK
                   ELSE
                       COMPUTE C-PAID-WORK = O-AMT * C-NIGHTS
                   END-IF
               END-IF
               MOVE O-DATE TO C-ARRIVE-NUM
               COMPUTE C-ARRIVE-INT =
                   FUNCTION INTEGER-OF-DATE(C-ARRIVE-NUM)
               COMPUTE C-NIGHTS-ME  = C-ME-INT  - C-ARRIVE-INT + 1
               COMPUTE C-NIGHTS-PME = C-PME-INT - C-ARRIVE-INT + 1
               PERFORM 2110-CLIP-NIGHTS
               IF C-PAID-WORK = 0
                   ADD 1 TO C-UNPAID-CTR
               ELSE
                   IF C-NIGHTS-PME >= C-NIGHTS
                       ADD 1 TO C-DONE-CTR
                   ELSE
                       PERFORM 2120-TALLY-SPLIT
                   END-IF
               END-IF
           END-IF.

       2110-CLIP-NIGHTS.
           IF C-NIGHTS-ME < 0
               MOVE 0 TO C-NIGHTS-ME
           END-IF.
           IF C-NIGHTS-ME > C-NIGHTS
               MOVE C-NIGHTS TO C-NIGHTS-ME
           END-IF.
           IF C-NIGHTS-PME < 0
               MOVE 0 TO C-NIGHTS-PME
           END-IF.
           IF C-NIGHTS-PME > C-NIGHTS
               MOVE C-NIGHTS TO C-NIGHTS-PME
           END-IF.

      *    BOTH EARNED FIGURES ARE ROUNDED THE SAME WAY, SO WHAT THIS
      *    MONTH MOVES IS EXACTLY THE DIFFERENCE AND THE LAST NIGHT
      *    ALWAYS CLEARS THE LIABILITY TO THE PENNY.
       2120-TALLY-SPLIT.
           COMPUTE C-EARNED-ME ROUNDED =
               C-PAID-WORK * C-NIGHTS-ME / C-NIGHTS.
           COMPUTE C-EARNED-PME ROUNDED =
               C-PAID-WORK * C-NIGHTS-PME / C-NIGHTS.
           ADD 1 TO DF-STAYS(C-CG-SUB).
           ADD C-PAID-WORK TO DF-COLLECTED(C-CG-SUB).
           ADD C-EARNED-PME TO DF-EARNED-PRIOR(C-CG-SUB).
           COMPUTE DF-EARNED-MONTH(C-CG-SUB) =
               DF-EARNED-MONTH(C-CG-SUB) + C-EARNED-ME - C-EARNED-PME.
           COMPUTE DF-UNEARNED(C-CG-SUB) =
               DF-UNEARNED(C-CG-SUB) + C-PAID-WORK - C-EARNED-ME.
           ADD 1 TO C-SPLIT-CTR.

       2400-FIND-CAMPGROUND.
           MOVE 'N' TO CG-FOUND-SW.
           MOVE 1 TO C-CG-SUB.
           PERFORM 2410-CHECK-ONE-CG
               UNTIL CG-FOUND-SW = 'Y' OR C-CG-SUB > CAMPGROUND-CTR.

       2410-CHECK-ONE-CG.
           IF TBL-CAMPGROUND-NAME(C-CG-SUB) = O-CAMPGROUND
               MOVE 'Y' TO CG-FOUND-SW
           ELSE
               ADD 1 TO C-CG-SUB
           END-IF.

       9000-READ-CAMPRES.
           READ CAMPRES-INPUT
               AT END MOVE 'N' TO MORE-RES-RECS
           END-READ.

       9010-READ-STAY-HIST.
           READ STAY-HIST-INPUT
               AT END MOVE 'N' TO MORE-SH-RECS
           END-READ.

       3000-CLOSING.
           PERFORM 3050-PRINT-HEADING.
           MOVE 1 TO C-CG-SUB.
           PERFORM 3100-PRINT-ONE-CAMPGROUND
               UNTIL C-CG-SUB > CAMPGROUND-CTR.
           PERFORM 3150-PRINT-GRAND-TOTALS.
           PERFORM 3200-RUN-BALANCE.
           IF WS-RES-FILE-STATUS = '00' OR WS-RES-FILE-STATUS = '10'
               CLOSE CAMPRES-INPUT
           END-IF.
           IF WS-SH-FILE-STATUS = '00' OR WS-SH-FILE-STATUS = '10'
               CLOSE STAY-HIST-INPUT
           END-IF.
           CLOSE JOURNAL-OUT.
           CLOSE DEFOUT.

       3050-PRINT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO DEF-TITLE-PAGE.
           WRITE DEF-LINE FROM DEF-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DEF-LINE FROM DEF-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE DEF-LINE FROM DEF-ME-LINE
               AFTER ADVANCING 2 LINES.
           WRITE DEF-LINE FROM DEF-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *    ONE LINE PER CAMPGROUND WITH ANY STAY SPLIT, AND THE
      *    JOURNAL RECORDS WRITTEN ALONGSIDE IT SO THE FILE AND THE
      *    PAPER CAN NEVER DISAGREE.
       3100-PRINT-ONE-CAMPGROUND.
           IF DF-STAYS(C-CG-SUB) > 0
               MOVE TBL-CAMPGROUND-NAME(C-CG-SUB) TO O-DF-CAMPGROUND
               MOVE DF-STAYS(C-CG-SUB)         TO O-DF-STAYS
               MOVE DF-COLLECTED(C-CG-SUB)     TO O-DF-COLLECTED
               MOVE DF-EARNED-PRIOR(C-CG-SUB)  TO O-DF-EARNED-PRIOR
               MOVE DF-EARNED-MONTH(C-CG-SUB)  TO O-DF-EARNED-MONTH
               MOVE DF-UNEARNED(C-CG-SUB)      TO O-DF-UNEARNED
               WRITE DEF-LINE FROM DEF-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD DF-STAYS(C-CG-SUB)        TO G-STAYS
               ADD DF-COLLECTED(C-CG-SUB)    TO G-COLLECTED
               ADD DF-EARNED-PRIOR(C-CG-SUB) TO G-EARNED-PRIOR
               ADD DF-EARNED-MONTH(C-CG-SUB) TO G-EARNED-MONTH
               ADD DF-UNEARNED(C-CG-SUB)     TO G-UNEARNED
               PERFORM 3120-WRITE-JOURNAL-RECS
           END-IF.
           ADD 1 TO C-CG-SUB.

       3120-WRITE-JOURNAL-RECS.
           MOVE C-ME-PERIOD TO JR-PERIOD.
           MOVE SPACES TO JOURNAL-REC.
           MOVE 1 TO JR-PTR.
           STRING 'ERN,' TBL-CAMPGROUND-NAME(C-CG-SUB) ','
               JR-PERIOD DELIMITED BY SIZE
               INTO JOURNAL-REC WITH POINTER JR-PTR.
           MOVE DF-EARNED-MONTH(C-CG-SUB) TO JR-AMT-E.
           STRING ',' JR-AMT-E DELIMITED BY SIZE
               INTO JOURNAL-REC WITH POINTER JR-PTR.
           WRITE JOURNAL-REC.
           MOVE SPACES TO JOURNAL-REC.
           MOVE 1 TO JR-PTR.
           STRING 'DEF,' TBL-CAMPGROUND-NAME(C-CG-SUB) ','
               JR-PERIOD DELIMITED BY SIZE
               INTO JOURNAL-REC WITH POINTER JR-PTR.
           MOVE DF-UNEARNED(C-CG-SUB) TO JR-AMT-E.
           STRING ',' JR-AMT-E DELIMITED BY SIZE
               INTO JOURNAL-REC WITH POINTER JR-PTR.
           WRITE JOURNAL-REC.
           ADD 2 TO C-JOURNAL-CTR.

       3150-PRINT-GRAND-TOTALS.
           MOVE 'TOTAL'          TO O-DF-CAMPGROUND.
           MOVE G-STAYS          TO O-DF-STAYS.
           MOVE G-COLLECTED      TO O-DF-COLLECTED.
           MOVE G-EARNED-PRIOR   TO O-DF-EARNED-PRIOR.
           MOVE G-EARNED-MONTH   TO O-DF-EARNED-MONTH.
           MOVE G-UNEARNED       TO O-DF-UNEARNED.
           WRITE DEF-LINE FROM DEF-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

      *    PROVE THE RUN: EVERY STAY READ WAS SPLIT OR COUNTED AS
      *    FULLY EARNED, UNPAID OR SKIPPED, AND THE MONEY SPLIT ADDS
      *    BACK TO THE MONEY COLLECTED.
       3200-RUN-BALANCE.
           WRITE DEF-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
           MOVE 'LIVE STAYS READ             ' TO O-BAL-LABEL.
           MOVE C-RES-READ-CTR                 TO O-BAL-CTR.
           WRITE DEF-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ARCHIVED STAYS READ         ' TO O-BAL-LABEL.
           MOVE C-SH-READ-CTR                  TO O-BAL-CTR.
           WRITE DEF-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STAYS SPLIT                 ' TO O-BAL-LABEL.
           MOVE C-SPLIT-CTR                    TO O-BAL-CTR.
           WRITE DEF-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FULLY EARNED BEFORE MONTH   ' TO O-BAL-LABEL.
           MOVE C-DONE-CTR                     TO O-BAL-CTR.
           WRITE DEF-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOTHING COLLECTED           ' TO O-BAL-LABEL.
           MOVE C-UNPAID-CTR                   TO O-BAL-CTR.
           WRITE DEF-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SKIPPED - BAD CG OR DATE    ' TO O-BAL-LABEL.
           MOVE C-SKIP-CTR                     TO O-BAL-CTR.
           WRITE DEF-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL RECORDS WRITTEN     ' TO O-BAL-LABEL.
           MOVE C-JOURNAL-CTR                  TO O-BAL-CTR.
           WRITE DEF-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-RES-READ-CTR + C-SH-READ-CTR
               = C-SPLIT-CTR + C-DONE-CTR + C-UNPAID-CTR + C-SKIP-CTR
            AND G-COLLECTED =
               G-EARNED-PRIOR + G-EARNED-MONTH + G-UNEARNED
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - DO NOT POST'
                   TO O-BAL-FLAG-MSG
               WRITE DEF-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** FROM THESE FIGURES'
                   TO O-BAL-FLAG-MSG
           END-IF.
           WRITE DEF-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM CBLJCB27.
