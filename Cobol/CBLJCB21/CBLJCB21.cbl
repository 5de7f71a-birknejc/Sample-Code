       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB21.
       AUTHOR. JEFF BIRKNER.

      *    PROMOTION REDEMPTION REPORT.  CBLJCB02 PRICES A BOOKING
      *    UNDER A PROMOTION CODE AND POSTS AN 'R' TO PROMORED.DAT;
      *    A CHANGE, A PARTY BACKOUT OR A CBLJCB03 CANCELLATION
      *    POSTS THE MATCHING 'X'.  THIS RUN NETS THE TWO FOR EVERY
      *    CODE ON THE PROMOTION MASTER AND PRINTS THE BOOKINGS
      *    STILL STANDING, THE NIGHTS THEY COVER, THE DOLLARS THE
      *    DISCOUNT GAVE AWAY AND THE SITE REVENUE THAT CAME IN
      *    UNDER IT, SO MARKETING CAN SEE WHETHER A PROMOTION PAID
      *    FOR ITSELF.  A REDEMPTION WHOSE CODE IS NO LONGER ON THE
      *    MASTER STILL COUNTS IN THE RUN BALANCE.

       ENVIRONMENT DIVISION.
           SELECT PROMO-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PROMO.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PROMO-RED-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PROMORED.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRD-FILE-STATUS.

           SELECT PROMOOUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PROMORPT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
      *    PROMOTION MASTER - LAYOUT AS IN CBLJCB08.
       FD PROMO-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS PM-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 PM-REC.
           05 PM-PROMO-CODE        PIC X(8).
           05 PM-STATUS            PIC X.
           05 PM-DESC              PIC X(25).
           05 PM-DISC-TYPE         PIC X.
           05 PM-DISC-VALUE        PIC 9(3)V99.
           05 PM-ARRIVE-FROM       PIC X(8).
           05 PM-ARRIVE-TO         PIC X(8).
           05 PM-USAGE-CAP         PIC 9(5).
           05 FILLER               PIC X(139).

      *    PROMOTION REDEMPTIONS - LAYOUT AS IN CBLJCB02.
       FD PROMO-RED-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS PROMO-RED-REC
       RECORD CONTAINS 80 CHARACTERS.

       01 PROMO-RED-REC.
           05 PR-PROMO-CODE        PIC X(8).
           05 PR-CAMPGROUND        PIC X(11).
           05 PR-SITE              PIC X(3).
           05 PR-DATE              PIC X(8).
           05 PR-GUEST-NUM         PIC X(6).
           05 PR-NIGHTS            PIC 99.
           05 PR-DISC-AMT          PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 PR-ACTION            PIC X.
           05 PR-NET-AMT           PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 PR-RUN-DATE          PIC X(8).
           05 PR-PROGRAM           PIC X(8).
           05 FILLER               PIC X(9).

       FD PROMOOUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS PROMO-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 PROMO-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-PM-RECS         PIC X.
           05 MORE-PRD-RECS        PIC X.
           05 PM-FOUND-SW          PIC X.
           05 PM-OVERFLOW-SW       PIC X    VALUE 'N'.

       01 WS-PM-FILE-STATUS        PIC XX.
       01 WS-PRD-FILE-STATUS       PIC XX.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-PM-SUB             PIC 9(3).
           05 C-CAP-LEFT           PIC S9(5).

      *    RUN CONTROL - EVERY REDEMPTION RECORD READ IS EITHER
      *    TALLIED TO A PROMOTION OR COUNTED AS SKIPPED (SEE
      *    3200-RUN-BALANCE).
       01 RUN-CTL-CTRS.
           05 C-PM-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-PRD-READ-CTR       PIC 9(6)   VALUE 0.
           05 C-RED-TALLY-CTR      PIC 9(6)   VALUE 0.
           05 C-REV-TALLY-CTR      PIC 9(6)   VALUE 0.
           05 C-PRD-SKIP-CTR       PIC 9(6)   VALUE 0.

       01 GRAND-TOTALS.
           05 G-REDEEMED           PIC S9(7)  VALUE 0.
           05 G-REVERSED           PIC S9(7)  VALUE 0.
           05 G-BOOKINGS           PIC S9(7)  VALUE 0.
           05 G-NIGHTS             PIC S9(7)  VALUE 0.
           05 G-DISC               PIC S9(9)V99 VALUE 0.
           05 G-NET                PIC S9(9)V99 VALUE 0.

      *    ONE ENTRY PER PROMOTION ON THE MASTER, IN MASTER ORDER,
      *    WITH ITS REDEMPTION FIGURES ACCUMULATED ALONGSIDE.
       01 PROMO-CTR                PIC 9(3) VALUE 0.
       01 PROMO-TABLE.
           05 PROMO-ENTRY      OCCURS 100 TIMES.
               10 TBL-PM-CODE      PIC X(8).
               10 TBL-PM-STATUS    PIC X.
               10 TBL-PM-DESC      PIC X(25).
               10 TBL-PM-TYPE      PIC X.
               10 TBL-PM-VALUE     PIC 9(3)V99.
               10 TBL-PM-CAP       PIC 9(5).
               10 TBL-PM-REDEEMED  PIC S9(5).
               10 TBL-PM-REVERSED  PIC S9(5).
               10 TBL-PM-NIGHTS    PIC S9(7).
               10 TBL-PM-DISC      PIC S9(9)V99.
               10 TBL-PM-NET       PIC S9(9)V99.

       01 PROMO-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 PROMO-TITLE-DATE.
               10 PROMO-TITLE-MONTH PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 PROMO-TITLE-DAY  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 PROMO-TITLE-YEAR PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.

       01 PROMO-TITLE-LINE2.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(29)   VALUE
              'PROMOTION REDEMPTION REPORT'.

       01 PROMO-COL-HEADING.
           05 FILLER               PIC X(10)   VALUE 'CODE'.
           05 FILLER               PIC X(27)   VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(3)    VALUE 'ST'.
           05 FILLER               PIC X(11)   VALUE 'TERMS'.
           05 FILLER               PIC X(8)    VALUE 'BOOKED'.
           05 FILLER               PIC X(8)    VALUE 'CANCEL'.
           05 FILLER               PIC X(8)    VALUE '   NET'.
           05 FILLER               PIC X(9)    VALUE '  NIGHTS'.
           05 FILLER               PIC X(16)   VALUE
              '  DISCOUNT GIVEN'.
           05 FILLER               PIC X(16)   VALUE
              '     NET REVENUE'.
           05 FILLER               PIC X(8)    VALUE 'CAP LEFT'.

       01 PROMO-DETAIL-LINE.
           05 O-PD-CODE            PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PD-DESC            PIC X(25).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PD-STATUS          PIC X.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PD-TYPE            PIC X.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-PD-VALUE           PIC ZZ9.99.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-PD-REDEEMED        PIC ZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PD-REVERSED        PIC ZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PD-BOOKINGS        PIC ZZ,ZZ9-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-PD-NIGHTS          PIC ZZZ,ZZ9-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-PD-DISC            PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-PD-NET             PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PD-CAP-AREA        PIC X(7).
           05 O-PD-CAP-LEFT REDEFINES O-PD-CAP-AREA
                                   PIC ZZ,ZZ9-.

       01 PROMO-GRAND-LINE.
           05 FILLER               PIC X(59)   VALUE 'TOTAL'.
           05 O-PG-REDEEMED        PIC ZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PG-REVERSED        PIC ZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PG-BOOKINGS        PIC ZZ,ZZ9-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-PG-NIGHTS          PIC ZZZ,ZZ9-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-PG-DISC            PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-PG-NET             PIC $$$,$$$,$$9.99-.

       01 PROMO-LEGEND-LINE.
           05 FILLER               PIC X(44)   VALUE
              'TERMS: P = PERCENT OFF THE NIGHTS, N = EVERY'.
           05 FILLER               PIC X(44)   VALUE
              ' NTH NIGHT FREE, A = FLAT DOLLARS OFF THE ST'.
           05 FILLER               PIC X(2)    VALUE 'AY'.

       01 PROMO-TRUNC-LINE.
           05 FILLER               PIC X(44)   VALUE
              '*** MORE PROMOTIONS ON FILE THAN THIS REPORT'.
           05 FILLER               PIC X(34)   VALUE
              ' CAN HOLD - FIGURES INCOMPLETE ***'.

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
           PERFORM 2000-TALLY-REDEMPTION
               UNTIL MORE-PRD-RECS = 'N'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT PROMOOUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO PROMO-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO PROMO-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO PROMO-TITLE-YEAR.
           INITIALIZE PROMO-TABLE.
           PERFORM 1070-LOAD-PROMOTIONS.
           MOVE 'Y' TO MORE-PRD-RECS.
           OPEN INPUT PROMO-RED-INPUT.
           IF WS-PRD-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-PRD-RECS
           ELSE
               PERFORM 9000-READ-PROMO-RED
           END-IF.

       1070-LOAD-PROMOTIONS.
           MOVE 'Y' TO MORE-PM-RECS.
           OPEN INPUT PROMO-FILE.
           IF WS-PM-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-PM-RECS
           ELSE
               PERFORM 9110-READ-PROMO
           END-IF.
           PERFORM 1080-BUILD-PROMO-TABLE
               UNTIL MORE-PM-RECS = 'N'.
           IF WS-PM-FILE-STATUS = '00' OR WS-PM-FILE-STATUS = '10'
               CLOSE PROMO-FILE
           END-IF.

       1080-BUILD-PROMO-TABLE.
           ADD 1 TO C-PM-READ-CTR.
           IF PROMO-CTR < 100
               ADD 1 TO PROMO-CTR
               MOVE PM-PROMO-CODE TO TBL-PM-CODE(PROMO-CTR)
               MOVE PM-STATUS     TO TBL-PM-STATUS(PROMO-CTR)
               MOVE PM-DESC       TO TBL-PM-DESC(PROMO-CTR)
               MOVE PM-DISC-TYPE  TO TBL-PM-TYPE(PROMO-CTR)
               IF PM-DISC-VALUE NUMERIC
                   MOVE PM-DISC-VALUE TO TBL-PM-VALUE(PROMO-CTR)
               END-IF
               IF PM-USAGE-CAP NUMERIC
                   MOVE PM-USAGE-CAP TO TBL-PM-CAP(PROMO-CTR)
               END-IF
           ELSE
               MOVE 'Y' TO PM-OVERFLOW-SW
           END-IF.
           PERFORM 9110-READ-PROMO.

       9110-READ-PROMO.
           READ PROMO-FILE
               AT END MOVE 'N' TO MORE-PM-RECS
           END-READ.

      *    AN 'R' ADDS THE STAY'S NIGHTS AND DOLLARS TO ITS CODE, AN
      *    'X' TAKES THEM BACK OFF, SO A BOOKING MADE AND CANCELLED
      *    NETS TO NOTHING BUT STILL SHOWS IN THE CANCEL COLUMN.
       2000-TALLY-REDEMPTION.
           ADD 1 TO C-PRD-READ-CTR.
           PERFORM 2400-FIND-PROMO.
           IF PM-FOUND-SW = 'Y'
            AND (PR-ACTION = 'R' OR PR-ACTION = 'X')
            AND PR-NIGHTS NUMERIC
            AND PR-DISC-AMT NUMERIC AND PR-NET-AMT NUMERIC
               IF PR-ACTION = 'R'
                   ADD 1 TO TBL-PM-REDEEMED(C-PM-SUB)
                   ADD PR-NIGHTS   TO TBL-PM-NIGHTS(C-PM-SUB)
                   ADD PR-DISC-AMT TO TBL-PM-DISC(C-PM-SUB)
                   ADD PR-NET-AMT  TO TBL-PM-NET(C-PM-SUB)
                   ADD 1 TO C-RED-TALLY-CTR
               ELSE
                   ADD 1 TO TBL-PM-REVERSED(C-PM-SUB)
                   SUBTRACT PR-NIGHTS   FROM TBL-PM-NIGHTS(C-PM-SUB)
                   SUBTRACT PR-DISC-AMT FROM TBL-PM-DISC(C-PM-SUB)
                   SUBTRACT PR-NET-AMT  FROM TBL-PM-NET(C-PM-SUB)
                   ADD 1 TO C-REV-TALLY-CTR
               END-IF
           ELSE
               ADD 1 TO C-PRD-SKIP-CTR
           END-IF.
           PERFORM 9000-READ-PROMO-RED.

       2400-FIND-PROMO.
           MOVE 'N' TO PM-FOUND-SW.
           MOVE 1 TO C-PM-SUB.
           PERFORM 2410-CHECK-ONE-PROMO
               UNTIL PM-FOUND-SW = 'Y' OR C-PM-SUB > PROMO-CTR.

       2410-CHECK-ONE-PROMO.
           IF TBL-PM-CODE(C-PM-SUB) = PR-PROMO-CODE
               MOVE 'Y' TO PM-FOUND-SW
           ELSE
               ADD 1 TO C-PM-SUB
           END-IF.

       9000-READ-PROMO-RED.
           READ PROMO-RED-INPUT
               AT END MOVE 'N' TO MORE-PRD-RECS
           END-READ.

       3000-CLOSING.
           WRITE PROMO-LINE FROM PROMO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PROMO-LINE FROM PROMO-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE PROMO-LINE FROM PROMO-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 1 TO C-PM-SUB.
           PERFORM 3100-PRINT-ONE-PROMO
               UNTIL C-PM-SUB > PROMO-CTR.
           IF PM-OVERFLOW-SW = 'Y'
               WRITE PROMO-LINE FROM PROMO-TRUNC-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 3150-PRINT-GRAND-TOTALS.
           PERFORM 3200-RUN-BALANCE.
           IF WS-PRD-FILE-STATUS = '00' OR WS-PRD-FILE-STATUS = '10'
               CLOSE PROMO-RED-INPUT
           END-IF.
           CLOSE PROMOOUT.

      *    EVERY PROMOTION PRINTS, USED OR NOT - A CODE NOBODY
      *    REDEEMED IS AN ANSWER TOO.  CAP LEFT IS THE CAP LESS THE
      *    BOOKINGS STILL STANDING, THE SAME COUNT CBLJCB02 HOLDS
      *    THE CAP AGAINST.
       3100-PRINT-ONE-PROMO.
           MOVE TBL-PM-CODE(C-PM-SUB)     TO O-PD-CODE.
           MOVE TBL-PM-DESC(C-PM-SUB)     TO O-PD-DESC.
           MOVE TBL-PM-STATUS(C-PM-SUB)   TO O-PD-STATUS.
           MOVE TBL-PM-TYPE(C-PM-SUB)     TO O-PD-TYPE.
           MOVE TBL-PM-VALUE(C-PM-SUB)    TO O-PD-VALUE.
           MOVE TBL-PM-REDEEMED(C-PM-SUB) TO O-PD-REDEEMED.
           MOVE TBL-PM-REVERSED(C-PM-SUB) TO O-PD-REVERSED.
           COMPUTE O-PD-BOOKINGS = TBL-PM-REDEEMED(C-PM-SUB)
                                 - TBL-PM-REVERSED(C-PM-SUB).
           MOVE TBL-PM-NIGHTS(C-PM-SUB)   TO O-PD-NIGHTS.
           MOVE TBL-PM-DISC(C-PM-SUB)     TO O-PD-DISC.
           MOVE TBL-PM-NET(C-PM-SUB)      TO O-PD-NET.
           IF TBL-PM-CAP(C-PM-SUB) = 0
               MOVE 'NO CAP' TO O-PD-CAP-AREA
           ELSE
               COMPUTE C-CAP-LEFT = TBL-PM-CAP(C-PM-SUB)
                   - TBL-PM-REDEEMED(C-PM-SUB)
                   + TBL-PM-REVERSED(C-PM-SUB)
               MOVE C-CAP-LEFT TO O-PD-CAP-LEFT
           END-IF.
           WRITE PROMO-LINE FROM PROMO-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD TBL-PM-REDEEMED(C-PM-SUB) TO G-REDEEMED.
           ADD TBL-PM-REVERSED(C-PM-SUB) TO G-REVERSED.
           ADD TBL-PM-NIGHTS(C-PM-SUB)   TO G-NIGHTS.
           ADD TBL-PM-DISC(C-PM-SUB)     TO G-DISC.
           ADD TBL-PM-NET(C-PM-SUB)      TO G-NET.
           ADD 1 TO C-PM-SUB.

       3150-PRINT-GRAND-TOTALS.
           COMPUTE G-BOOKINGS = G-REDEEMED - G-REVERSED.
           MOVE G-REDEEMED TO O-PG-REDEEMED.
           MOVE G-REVERSED TO O-PG-REVERSED.
           MOVE G-BOOKINGS TO O-PG-BOOKINGS.
           MOVE G-NIGHTS   TO O-PG-NIGHTS.
           MOVE G-DISC     TO O-PG-DISC.
           MOVE G-NET      TO O-PG-NET.
           WRITE PROMO-LINE FROM PROMO-GRAND-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PROMO-LINE FROM PROMO-LEGEND-LINE
               AFTER ADVANCING 2 LINES.

      *    PROVE THE RUN: EVERY REDEMPTION RECORD READ WAS TALLIED
      *    AS A REDEMPTION OR A REVERSAL, OR COUNTED AS SKIPPED
      *    (CODE NO LONGER ON THE MASTER OR AN UNREADABLE RECORD).
       3200-RUN-BALANCE.
           WRITE PROMO-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
           MOVE 'PROMOTIONS ON MASTER        ' TO O-BAL-LABEL.
           MOVE C-PM-READ-CTR                  TO O-BAL-CTR.
           WRITE PROMO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'REDEMPTION RECORDS READ     ' TO O-BAL-LABEL.
           MOVE C-PRD-READ-CTR                 TO O-BAL-CTR.
           WRITE PROMO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REDEMPTIONS TALLIED         ' TO O-BAL-LABEL.
           MOVE C-RED-TALLY-CTR                TO O-BAL-CTR.
           WRITE PROMO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REVERSALS TALLIED           ' TO O-BAL-LABEL.
           MOVE C-REV-TALLY-CTR                TO O-BAL-CTR.
           WRITE PROMO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SKIPPED                     ' TO O-BAL-LABEL.
           MOVE C-PRD-SKIP-CTR                 TO O-BAL-CTR.
           WRITE PROMO-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-PRD-READ-CTR = C-RED-TALLY-CTR + C-REV-TALLY-CTR
                             + C-PRD-SKIP-CTR
            AND PM-OVERFLOW-SW = 'N'
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - FIGURES INCOMPLETE'
                   TO O-BAL-FLAG-MSG
           END-IF.
           WRITE PROMO-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM CBLJCB21.
