       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB26.
       AUTHOR. JEFF BIRKNER.

      *    FORWARD BOOKING-PACE REPORT.  ANSWERS "ARE WE AHEAD OF OR
      *    BEHIND LAST YEAR FOR JULY?" - FOR EACH CAMPGROUND AND EACH
      *    ARRIVAL MONTH FROM THIS ONE OUT TWELVE MONTHS, THE NIGHTS
      *    AND SITE REVENUE ON THE BOOKS TODAY AGAINST WHAT WAS ON
      *    THE BOOKS FOR THE SAME MONTH LAST YEAR AT THE SAME NUMBER
      *    OF DAYS BEFORE THE MONTH STARTED, WITH THE AVERAGE LEAD
      *    TIME (BOOKING DATE TO ARRIVAL) OF THIS YEAR'S BOOKINGS.
      *
      *    THIS YEAR IS EVERY STAY ON THE LIVE MASTER AND THE
      *    STAY-HISTORY ARCHIVE ARRIVING IN THE MONTH.  LAST YEAR IS
      *    EVERY STAY ARRIVING IN THE SAME MONTH A YEAR EARLIER WHOSE
      *    O-BOOK-DATE (STAMPED BY CBLJCB02, CARRIED INTO STAYHIST.DAT
      *    BY CBLJCB11) IS ON OR BEFORE THAT MONTH'S "AS OF" DATE - THE
      *    SAME DAYS OUT FROM THE FIRST OF THE MONTH AS TODAY IS FROM
      *    THE FIRST OF THIS YEAR'S MONTH.  A STAY CANCELLED SINCE IS
      *    GONE FROM BOTH FILES, SO LAST YEAR COUNTS ONLY WHAT WAS
      *    BOOKED BY THEN AND STAYED BOOKED.  STAYS FROM BEFORE
      *    BOOKING DATES WERE KEPT CANNOT BE PLACED IN TIME AND ARE
      *    COUNTED ON THE RUN CONTROL, NOT IN THE FIGURES.
      *
      *    SITE REVENUE IS FIGURED THE SAME WAY AS THE CBLJCB16 TAX
      *    REPORT - THE STAY TOTAL LESS TAX AND FEE.  THE REPORT DATE
      *    CAN BE SET FROM RUNDATE.DAT FOR A RERUN, AS CBLJCB02 DOES.

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

           SELECT RUN-DATE-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RUNDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RDC-FILE-STATUS.

           SELECT CKPT-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CKPT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT PACEOUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PACE.PRT'
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

       FD RUN-DATE-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS RUN-DATE-CARD-REC
       RECORD CONTAINS 8 CHARACTERS.

       01 RUN-DATE-CARD-REC        PIC X(8).

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

       FD PACEOUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS PACE-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 PACE-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-RES-RECS        PIC X.
           05 MORE-SH-RECS         PIC X.
           05 MORE-CG-RECS         PIC X.
           05 CG-FOUND-SW          PIC X.

       01 WS-RES-FILE-STATUS       PIC XX.
       01 WS-SH-FILE-STATUS        PIC XX.
       01 WS-CG-FILE-STATUS        PIC XX.
       01 WS-RDC-FILE-STATUS       PIC XX.
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
              '*** DO NOT QUOTE THE PACE FIGURES ON THI'.
           05 FILLER               PIC X(13)   VALUE
              'S REPORT ***'.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-CG-SUB             PIC 9(4).
           05 C-MON-SUB            PIC 99.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-RUN-INT            PIC 9(7).
      *    MONTHS ARE NUMBERED CCYY * 12 + MM - 1 SO TWO MONTHS CAN
      *    BE SUBTRACTED ACROSS A YEAR END.  C-BASE-MON IS THE RUN
      *    MONTH, THE FIRST ROW OF THE REPORT.
           05 C-BASE-MON           PIC 9(6).
           05 C-MON-NUM            PIC 9(6).
           05 C-MON-YYYY           PIC 9(4).
           05 C-MON-MM             PIC 99.
           05 C-ROW                PIC S9(7).
           05 C-DAYS-OUT           PIC S9(7).
           05 C-FIRST-INT          PIC 9(7).
           05 C-LY-FIRST-INT       PIC 9(7).
           05 C-LEAD-DAYS          PIC S9(7).
           05 C-LEN-STAY-NUM       PIC 99.
           05 C-REV-AMT            PIC S9(7)V99.
           05 C-AVG-LEAD           PIC 9(4).
           05 C-ARRIVE-NUM         PIC 9(8).
           05 C-BOOK-NUM           PIC 9(8).

       01 C-DATE-WORK.
           05 C-DW-YYYY            PIC 9(4).
           05 C-DW-MM              PIC 99.
           05 C-DW-DD              PIC 99.
       01 TBL-C-DATE-WORK REDEFINES C-DATE-WORK.
           05 C-DATE-NUM           PIC 9(8).

      *    RUN CONTROL - EVERY STAY READ FROM EITHER FILE IS TALLIED
      *    TO THIS YEAR OR LAST YEAR, OR COUNTED AS ONE OF THE REASONS
      *    IT WASN'T (SEE 3200-RUN-BALANCE).
       01 RUN-CTL-CTRS.
           05 C-RES-READ-CTR       PIC 9(6)   VALUE 0.
           05 C-SH-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-TY-TALLY-CTR       PIC 9(6)   VALUE 0.
           05 C-LY-TALLY-CTR       PIC 9(6)   VALUE 0.
           05 C-LY-LATER-CTR       PIC 9(6)   VALUE 0.
           05 C-LY-UNDATED-CTR     PIC 9(6)   VALUE 0.
           05 C-OUTSIDE-CTR        PIC 9(6)   VALUE 0.

       01 CAMPGROUND-CTR           PIC 9(4) VALUE 0.
       01 CAMPGROUND-TABLE.
           05 CAMPGROUND-ENTRY  OCCURS 50 TIMES.
               10 TBL-CAMPGROUND-NAME  PIC X(11).

      *    THE TWELVE REPORT MONTHS, BUILT ONCE AT INIT, EACH WITH
      *    LAST YEAR'S "AS OF" DATE FOR THE SAME DAYS OUT.
       01 MONTH-TABLE.
           05 MONTH-ENTRY      OCCURS 12 TIMES.
               10 TBL-MON-YYYY         PIC 9(4).
               10 TBL-MON-MM           PIC 99.
               10 TBL-MON-ASOF-LY      PIC 9(8).

      *    THE PACE FIGURES BY CAMPGROUND AND REPORT MONTH - THE
      *    MONTH SUBSCRIPT FOLLOWS MONTH-TABLE.
       01 PACE-ACC-TABLE.
           05 PACE-CG-ENTRY    OCCURS 50 TIMES.
               10 PACE-MON-ENTRY   OCCURS 12 TIMES.
                   15 PC-TY-NIGHTS     PIC 9(7).
                   15 PC-TY-REV        PIC S9(9)V99.
                   15 PC-LY-NIGHTS     PIC 9(7).
                   15 PC-LY-REV        PIC S9(9)V99.
                   15 PC-LEAD-DAYS     PIC 9(9).
                   15 PC-LEAD-CTR      PIC 9(7).

      *    ONE ROW OF FIGURES ON ITS WAY TO THE PRINT LINE, AND THE
      *    CAMPGROUND AND GRAND TOTALS BUILT UP FROM THE ROWS.
       01 PACE-ROW.
           05 PR-TY-NIGHTS         PIC 9(7).
           05 PR-TY-REV            PIC S9(9)V99.
           05 PR-LY-NIGHTS         PIC 9(7).
           05 PR-LY-REV            PIC S9(9)V99.
           05 PR-LEAD-DAYS         PIC 9(9).
           05 PR-LEAD-CTR          PIC 9(7).

       01 PACE-CG-TOTALS.
           05 PT-TY-NIGHTS         PIC 9(7).
           05 PT-TY-REV            PIC S9(9)V99.
           05 PT-LY-NIGHTS         PIC 9(7).
           05 PT-LY-REV            PIC S9(9)V99.
           05 PT-LEAD-DAYS         PIC 9(9).
           05 PT-LEAD-CTR          PIC 9(7).

       01 PACE-GRAND-TOTALS.
           05 PG-TY-NIGHTS         PIC 9(7)     VALUE 0.
           05 PG-TY-REV            PIC S9(9)V99 VALUE 0.
           05 PG-LY-NIGHTS         PIC 9(7)     VALUE 0.
           05 PG-LY-REV            PIC S9(9)V99 VALUE 0.
           05 PG-LEAD-DAYS         PIC 9(9)     VALUE 0.
           05 PG-LEAD-CTR          PIC 9(7)     VALUE 0.

       01 PACE-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 PACE-TITLE-DATE.
               10 PACE-TITLE-MONTH PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 PACE-TITLE-DAY   PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 PACE-TITLE-YEAR  PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 PACE-TITLE-PAGE      PIC Z9.

       01 PACE-TITLE-LINE2.
           05 FILLER               PIC X(44)   VALUE SPACES.
           05 FILLER               PIC X(40)   VALUE
              'BOOKING PACE AGAINST LAST YEAR'.

       01 PACE-CG-LINE.
           05 FILLER               PIC X(12)   VALUE 'CAMPGROUND: '.
           05 O-PC-CAMPGROUND      PIC X(11).

       01 PACE-COL-HEADING1.
           05 FILLER               PIC X(10)   VALUE SPACES.
           05 FILLER               PIC X(26)   VALUE
              'ON THE BOOKS TODAY'.
           05 FILLER               PIC X(26)   VALUE
              'LAST YEAR SAME DAYS OUT'.
           05 FILLER               PIC X(27)   VALUE
              'CHANGE'.
           05 FILLER               PIC X(12)   VALUE
              'LAST YEAR'.
           05 FILLER               PIC X(4)    VALUE
              'AVG'.

       01 PACE-COL-HEADING2.
           05 FILLER               PIC X(11)   VALUE 'ARRIVAL'.
           05 FILLER               PIC X(16)   VALUE 'NIGHTS'.
           05 FILLER               PIC X(10)   VALUE 'REVENUE'.
           05 FILLER               PIC X(16)   VALUE 'NIGHTS'.
           05 FILLER               PIC X(11)   VALUE 'REVENUE'.
           05 FILLER               PIC X(16)   VALUE 'NIGHTS'.
           05 FILLER               PIC X(9)    VALUE 'REVENUE'.
           05 FILLER               PIC X(12)   VALUE 'AS OF'.
           05 FILLER               PIC X(4)    VALUE 'LEAD'.

       01 PACE-DETAIL-LINE.
           05 O-PC-MONTH.
               10 O-PC-YYYY        PIC 9(4).
               10 O-PC-SLASH       PIC X.
               10 O-PC-MM          PIC 99.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-PC-TY-NIGHTS       PIC ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PC-TY-REV          PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PC-LY-NIGHTS       PIC ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PC-LY-REV          PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PC-VAR-NIGHTS      PIC -ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PC-VAR-REV         PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PC-ASOF.
               10 O-PC-ASOF-MM     PIC XX.
               10 O-PC-ASOF-SL1    PIC X.
               10 O-PC-ASOF-DD     PIC XX.
               10 O-PC-ASOF-SL2    PIC X.
               10 O-PC-ASOF-YYYY   PIC X(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PC-AVG-LEAD        PIC ZZZ9.
           05 O-PC-AVG-LEAD-X REDEFINES O-PC-AVG-LEAD
                                   PIC X(4).

       01 PACE-NOTE-LINE.
           05 FILLER               PIC X(44)   VALUE
              'AVG LEAD IS DAYS FROM BOOKING TO ARRIVAL FOR'.
           05 FILLER               PIC X(40)   VALUE
              ' THIS YEAR''S STAYS WITH A BOOKING DATE.'.

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
           PERFORM 2000-TALLY-MASTER
               UNTIL MORE-RES-RECS = 'N'.
           PERFORM 2050-TALLY-HISTORY
               UNTIL MORE-SH-RECS = 'N'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT PACEOUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           PERFORM 1040-READ-RUN-DATE.
           MOVE CURRENT-MONTH                 TO PACE-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO PACE-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO PACE-TITLE-YEAR.
           MOVE CURRENT-DATE                  TO C-RUN-DATE-NUM.
           PERFORM 1020-CHECK-UPSTREAM-RUN.
           IF UPSTREAM-OK-SW = 'N'
               WRITE PACE-LINE FROM STALE-BANNER-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PACE-LINE FROM STALE-ACTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           INITIALIZE PACE-ACC-TABLE.
           PERFORM 1050-BUILD-MONTH-TABLE.
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

      *    A RUNDATE.DAT CARD OVERRIDES TODAY'S DATE, SO A RERUN FOR
      *    AN EARLIER DAY PRINTS THE PACE AS IT STOOD THAT DAY.
       1040-READ-RUN-DATE.
           OPEN INPUT RUN-DATE-CARD.
           IF WS-RDC-FILE-STATUS = '00'
               READ RUN-DATE-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-DATE-CARD-REC NUMERIC
                           MOVE RUN-DATE-CARD-REC TO CURRENT-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-CARD
           END-IF.

      *    THE RUN MONTH AND THE ELEVEN AFTER IT.  LAST YEAR'S "AS OF"
      *    DATE FOR A MONTH SITS AS MANY DAYS BEFORE THE FIRST OF
      *    LAST YEAR'S MONTH AS TODAY SITS BEFORE THE FIRST OF THIS
      *    YEAR'S - FOR THE RUN MONTH ITSELF, WHICH HAS ALREADY
      *    STARTED, THAT IS THE SAME DAY OF THE MONTH A YEAR AGO.
       1050-BUILD-MONTH-TABLE.
           MOVE C-RUN-DATE-NUM TO C-DATE-NUM.
           COMPUTE C-BASE-MON = C-DW-YYYY * 12 + C-DW-MM - 1.
           COMPUTE C-RUN-INT =
               FUNCTION INTEGER-OF-DATE(C-RUN-DATE-NUM).
           MOVE 1 TO C-MON-SUB.
           PERFORM 1055-BUILD-ONE-MONTH
               UNTIL C-MON-SUB > 12.

       1055-BUILD-ONE-MONTH.
           COMPUTE C-MON-NUM = C-BASE-MON + C-MON-SUB - 1.
           DIVIDE C-MON-NUM BY 12 GIVING C-MON-YYYY
               REMAINDER C-MON-MM.
           ADD 1 TO C-MON-MM.
           MOVE C-MON-YYYY TO TBL-MON-YYYY(C-MON-SUB).
           MOVE C-MON-MM   TO TBL-MON-MM(C-MON-SUB).
           MOVE C-MON-YYYY TO C-DW-YYYY.
           MOVE C-MON-MM   TO C-DW-MM.
           MOVE 1          TO C-DW-DD.
           COMPUTE C-FIRST-INT = FUNCTION INTEGER-OF-DATE(C-DATE-NUM).
           SUBTRACT 1 FROM C-DW-YYYY.
           COMPUTE C-LY-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(C-DATE-NUM).
           COMPUTE C-DAYS-OUT = C-FIRST-INT - C-RUN-INT.
           COMPUTE TBL-MON-ASOF-LY(C-MON-SUB) =
               FUNCTION DATE-OF-INTEGER(C-LY-FIRST-INT - C-DAYS-OUT).
           ADD 1 TO C-MON-SUB.

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

       2000-TALLY-MASTER.
           ADD 1 TO C-RES-READ-CTR.
           PERFORM 2100-TALLY-ONE-STAY.
           PERFORM 9000-READ-CAMPRES.

      *    AN ARCHIVED STAY IS THE SAME RECORD IMAGE THE MASTER
      *    CARRIES, BOOKING DATE INCLUDED - DROP IT INTO THE MASTER'S
      *    RECORD AREA AND TALLY IT EXACTLY THE SAME WAY, SO ARCHIVING
      *    NEVER CHANGES THE PACE FIGURES.
       2050-TALLY-HISTORY.
           ADD 1 TO C-SH-READ-CTR.
           MOVE STAY-HIST-REC TO VAL-REC.
           PERFORM 2100-TALLY-ONE-STAY.
           PERFORM 9010-READ-STAY-HIST.

      *    PLACE THE STAY BY CAMPGROUND AND ARRIVAL MONTH: A REPORT
      *    MONTH IS THIS YEAR, THE SAME MONTH A YEAR EARLIER IS LAST
      *    YEAR, AND ANYTHING ELSE (OR AN UNKNOWN CAMPGROUND OR
      *    UNREADABLE ARRIVAL DATE) IS OUTSIDE THE REPORT.
       2100-TALLY-ONE-STAY.
           PERFORM 2400-FIND-CAMPGROUND.
           MOVE 0 TO C-ROW.
           IF CG-FOUND-SW = 'Y' AND O-DATE NUMERIC
               MOVE O-DATE TO C-DATE-NUM
               COMPUTE C-ROW = C-DW-YYYY * 12 + C-DW-MM - 1
                   - C-BASE-MON + 1
           END-IF.
           IF C-ROW >= 1 AND C-ROW <= 12
               PERFORM 2110-TALLY-THIS-YEAR
           ELSE
               IF C-ROW >= -11 AND C-ROW <= 0 AND CG-FOUND-SW = 'Y'
                AND O-DATE NUMERIC
                   ADD 12 TO C-ROW
                   PERFORM 2120-TALLY-LAST-YEAR
               ELSE
                   ADD 1 TO C-OUTSIDE-CTR
               END-IF
           END-IF.

      *    EVERY STAY ON FILE FOR A REPORT MONTH IS ON THE BOOKS
      *    TODAY.  ONLY THE ONES CARRYING A BOOKING DATE FEED THE
      *    AVERAGE LEAD TIME.
       2110-TALLY-THIS-YEAR.
           PERFORM 2150-SET-STAY-FIGURES.
           ADD C-LEN-STAY-NUM TO PC-TY-NIGHTS(C-CG-SUB, C-ROW).
           ADD C-REV-AMT      TO PC-TY-REV(C-CG-SUB, C-ROW).
           IF O-BOOK-DATE NUMERIC AND O-BOOK-DATE <= O-DATE
               MOVE O-DATE      TO C-ARRIVE-NUM
               MOVE O-BOOK-DATE TO C-BOOK-NUM
               COMPUTE C-LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE(C-ARRIVE-NUM)
                   - FUNCTION INTEGER-OF-DATE(C-BOOK-NUM)
               ADD C-LEAD-DAYS TO PC-LEAD-DAYS(C-CG-SUB, C-ROW)
               ADD 1 TO PC-LEAD-CTR(C-CG-SUB, C-ROW)
           END-IF.
           ADD 1 TO C-TY-TALLY-CTR.

      *    LAST YEAR COUNTS ONLY WHAT HAD BEEN BOOKED BY THE MONTH'S
      *    "AS OF" DATE.  A STAY WITH NO BOOKING DATE CAN'T BE PLACED
      *    EITHER SIDE OF IT AND IS LEFT OUT AND COUNTED.
       2120-TALLY-LAST-YEAR.
           IF O-BOOK-DATE NUMERIC
               IF O-BOOK-DATE <= TBL-MON-ASOF-LY(C-ROW)
                   PERFORM 2150-SET-STAY-FIGURES
                   ADD C-LEN-STAY-NUM TO PC-LY-NIGHTS(C-CG-SUB, C-ROW)
                   ADD C-REV-AMT      TO PC-LY-REV(C-CG-SUB, C-ROW)
                   ADD 1 TO C-LY-TALLY-CTR
               ELSE
                   ADD 1 TO C-LY-LATER-CTR
               END-IF
           ELSE
               ADD 1 TO C-LY-UNDATED-CTR
           END-IF.

      *    NIGHTS AND SITE REVENUE FOR THE STAY IN HAND - REVENUE IS
      *    THE TOTAL LESS TAX AND FEE, OR NIGHTS TIMES THE NIGHTLY
      *    RATE ON RECORDS FROM BEFORE THE ITEMIZED BREAKDOWN, THE
      *    SAME RULE AS CBLJCB16.
       2150-SET-STAY-FIGURES.
           IF O-LEN-STAY NUMERIC
               MOVE O-LEN-STAY TO C-LEN-STAY-NUM
           ELSE
               MOVE 1 TO C-LEN-STAY-NUM
           END-IF.
           IF O-TOT-AMT NUMERIC
            AND O-TAX-AMT NUMERIC AND O-FEE-AMT NUMERIC
               COMPUTE C-REV-AMT = O-TOT-AMT - O-TAX-AMT - O-FEE-AMT
           ELSE
               COMPUTE C-REV-AMT = O-AMT * C-LEN-STAY-NUM
           END-IF.

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
           MOVE 1 TO C-CG-SUB.
           PERFORM 3100-PRINT-CAMPGROUND-PAGE
               UNTIL C-CG-SUB > CAMPGROUND-CTR.
           PERFORM 3150-PRINT-GRAND-TOTALS.
           PERFORM 3200-RUN-BALANCE.
           IF WS-RES-FILE-STATUS = '00' OR WS-RES-FILE-STATUS = '10'
               CLOSE CAMPRES-INPUT
           END-IF.
           IF WS-SH-FILE-STATUS = '00' OR WS-SH-FILE-STATUS = '10'
               CLOSE STAY-HIST-INPUT
           END-IF.
           CLOSE PACEOUT.

      *    ONE PAGE PER CAMPGROUND - EVERY REPORT MONTH PRINTS, EVEN
      *    AN EMPTY ONE, SINCE NOTHING ON THE BOOKS IS ITSELF THE
      *    ANSWER - THEN THE CAMPGROUND TOTAL.
       3100-PRINT-CAMPGROUND-PAGE.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO PACE-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE PACE-LINE FROM PACE-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PACE-LINE FROM PACE-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE PACE-LINE FROM PACE-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           MOVE TBL-CAMPGROUND-NAME(C-CG-SUB) TO O-PC-CAMPGROUND.
           WRITE PACE-LINE FROM PACE-CG-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PACE-LINE FROM PACE-COL-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE PACE-LINE FROM PACE-COL-HEADING2
               AFTER ADVANCING 1 LINE.
           INITIALIZE PACE-CG-TOTALS.
           MOVE 1 TO C-MON-SUB.
           PERFORM 3110-PRINT-ONE-MONTH
               UNTIL C-MON-SUB > 12.
           MOVE PACE-CG-TOTALS TO PACE-ROW.
           MOVE 'TOTAL' TO O-PC-MONTH.
           MOVE SPACES TO O-PC-ASOF.
           PERFORM 3120-EDIT-PACE-ROW.
           WRITE PACE-LINE FROM PACE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PACE-LINE FROM PACE-NOTE-LINE
               AFTER ADVANCING 2 LINES.
           ADD PT-TY-NIGHTS TO PG-TY-NIGHTS.
           ADD PT-TY-REV    TO PG-TY-REV.
           ADD PT-LY-NIGHTS TO PG-LY-NIGHTS.
           ADD PT-LY-REV    TO PG-LY-REV.
           ADD PT-LEAD-DAYS TO PG-LEAD-DAYS.
           ADD PT-LEAD-CTR  TO PG-LEAD-CTR.
           ADD 1 TO C-CG-SUB.

       3110-PRINT-ONE-MONTH.
           MOVE PACE-MON-ENTRY(C-CG-SUB, C-MON-SUB) TO PACE-ROW.
           MOVE TBL-MON-YYYY(C-MON-SUB) TO O-PC-YYYY.
           MOVE '/'                     TO O-PC-SLASH.
           MOVE TBL-MON-MM(C-MON-SUB)   TO O-PC-MM.
           MOVE TBL-MON-ASOF-LY(C-MON-SUB) TO C-DATE-NUM.
           MOVE C-DW-MM   TO O-PC-ASOF-MM.
           MOVE '/'       TO O-PC-ASOF-SL1.
           MOVE C-DW-DD   TO O-PC-ASOF-DD.
           MOVE '/'       TO O-PC-ASOF-SL2.
           MOVE C-DW-YYYY TO O-PC-ASOF-YYYY.
           PERFORM 3120-EDIT-PACE-ROW.
           WRITE PACE-LINE FROM PACE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD PR-TY-NIGHTS TO PT-TY-NIGHTS.
           ADD PR-TY-REV    TO PT-TY-REV.
           ADD PR-LY-NIGHTS TO PT-LY-NIGHTS.
           ADD PR-LY-REV    TO PT-LY-REV.
           ADD PR-LEAD-DAYS TO PT-LEAD-DAYS.
           ADD PR-LEAD-CTR  TO PT-LEAD-CTR.
           ADD 1 TO C-MON-SUB.

      *    EDIT THE FIGURES IN PACE-ROW ONTO THE DETAIL LINE - THE
      *    CHANGE IS THIS YEAR LESS LAST YEAR, AND THE AVERAGE LEAD
      *    IS LEFT BLANK WHEN NO BOOKING CARRIES A DATE.
       3120-EDIT-PACE-ROW.
           MOVE PR-TY-NIGHTS TO O-PC-TY-NIGHTS.
           MOVE PR-TY-REV    TO O-PC-TY-REV.
           MOVE PR-LY-NIGHTS TO O-PC-LY-NIGHTS.
           MOVE PR-LY-REV    TO O-PC-LY-REV.
           COMPUTE O-PC-VAR-NIGHTS = PR-TY-NIGHTS - PR-LY-NIGHTS.
           COMPUTE O-PC-VAR-REV    = PR-TY-REV - PR-LY-REV.
           IF PR-LEAD-CTR > 0
               COMPUTE C-AVG-LEAD ROUNDED =
                   PR-LEAD-DAYS / PR-LEAD-CTR
               MOVE C-AVG-LEAD TO O-PC-AVG-LEAD
           ELSE
               MOVE SPACES TO O-PC-AVG-LEAD-X
           END-IF.

       3150-PRINT-GRAND-TOTALS.
           MOVE PACE-GRAND-TOTALS TO PACE-ROW.
           MOVE 'ALL CG' TO O-PC-MONTH.
           MOVE SPACES TO O-PC-ASOF.
           PERFORM 3120-EDIT-PACE-ROW.
           WRITE PACE-LINE FROM PACE-DETAIL-LINE
               AFTER ADVANCING 3 LINES.

      *    PROVE THE RUN: EVERY STAY READ (LIVE OR ARCHIVED) WAS
      *    TALLIED TO THIS YEAR OR LAST YEAR, OR COUNTED AS BOOKED
      *    TOO LATE FOR LAST YEAR'S PACE, UNDATED, OR OUTSIDE THE
      *    REPORT.
       3200-RUN-BALANCE.
           WRITE PACE-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
           MOVE 'LIVE STAYS READ             ' TO O-BAL-LABEL.
           MOVE C-RES-READ-CTR                 TO O-BAL-CTR.
           WRITE PACE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ARCHIVED STAYS READ         ' TO O-BAL-LABEL.
           MOVE C-SH-READ-CTR                  TO O-BAL-CTR.
           WRITE PACE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'THIS YEAR STAYS TALLIED     ' TO O-BAL-LABEL.
           MOVE C-TY-TALLY-CTR                 TO O-BAL-CTR.
           WRITE PACE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LAST YEAR STAYS TALLIED     ' TO O-BAL-LABEL.
           MOVE C-LY-TALLY-CTR                 TO O-BAL-CTR.
           WRITE PACE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LAST YEAR BOOKED AFTER AS OF' TO O-BAL-LABEL.
           MOVE C-LY-LATER-CTR                 TO O-BAL-CTR.
           WRITE PACE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LAST YEAR NO BOOKING DATE   ' TO O-BAL-LABEL.
           MOVE C-LY-UNDATED-CTR               TO O-BAL-CTR.
           WRITE PACE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OUTSIDE THE REPORT          ' TO O-BAL-LABEL.
           MOVE C-OUTSIDE-CTR                  TO O-BAL-CTR.
           WRITE PACE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-RES-READ-CTR + C-SH-READ-CTR
               = C-TY-TALLY-CTR + C-LY-TALLY-CTR + C-LY-LATER-CTR
               + C-LY-UNDATED-CTR + C-OUTSIDE-CTR
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - DO NOT QUOTE'
                   TO O-BAL-FLAG-MSG
               WRITE PACE-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** THESE PACE FIGURES'
                   TO O-BAL-FLAG-MSG
           END-IF.
           WRITE PACE-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.
           IF C-LY-UNDATED-CTR > 0
               MOVE 'LAST YEAR IS UNDERSTATED BY THE UNDATED STAYS'
                   TO O-BAL-FLAG-MSG
               WRITE PACE-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       END PROGRAM CBLJCB26.
