       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB23.
       AUTHOR. JEFF BIRKNER.

      *    SEASONAL LEASE RENT ROLL.  ONE LINE PER LEASE ON LEASE.DAT
      *    - RESIDENT, SITE, TERM, MONTHLY RATE, BILLING DAY, HOW FAR
      *    BILLING HAS GOT AND WHAT THE RESIDENT IS BEHIND.  ARREARS
      *    ARE THE DECLINED RENT THE CBLJCB22 BILLING RUN HAS ALREADY
      *    TAKEN UP (LS-ARREARS) PLUS ANY DECLINE CBLJCB10 HAS LOGGED
      *    TO DECLINE.DAT SINCE THAT THE BILLING RUN HAS NOT YET SEEN,
      *    SO THE OFFICE SEES A BOUNCED RENT THE MORNING AFTER THE
      *    RECONCILIATION AND NOT A MONTH LATER.  ENDED LEASES PRINT
      *    TOO, SO A RESIDENT WHO LEFT OWING STAYS ON THE ROLL.
      *    LEASES PRINT IN THE ORDER THEY WERE BOOKED.

       ENVIRONMENT DIVISION.
           SELECT LEASE-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEASE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LS-FILE-STATUS.

           SELECT DECLINE-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DECLINE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DL-FILE-STATUS.

           SELECT RENT-ROLL-RPT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RENTROLL.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
       FD LEASE-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS LSC-REC
       RECORD CONTAINS 160 CHARACTERS.

       01 LSC-REC                  PIC X(160).

      *    DECLINED SETTLEMENT ITEMS - LAYOUT AS IN CBLJCB10.
       FD DECLINE-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS DECL-REC
       RECORD CONTAINS 120 CHARACTERS.

       01 DECL-REC.
           05 DL-TYPE              PIC X.
           05 DL-CCTYPE            PIC X(16).
           05 DL-CCNUM             PIC X(19).
           05 DL-CCEXP             PIC X(8).
           05 DL-AMT               PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 DL-NAME              PIC X(27).
           05 DL-KEY.
               10 DL-CAMPGROUND    PIC X(11).
               10 DL-SITE          PIC X(3).
               10 DL-DATE          PIC X(8).
           05 DL-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(3).
           05 DL-DECL-DATE         PIC X(8).

       FD RENT-ROLL-RPT
       LABEL RECORD IS OMITTED
       DATA RECORD IS ROLL-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 ROLL-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-LS-RECS         PIC X.
           05 MORE-DL-RECS         PIC X.
           05 LEASE-FOUND-SW       PIC X.
      *    MORE LEASES THAN THE TABLE HOLDS - THE ROLL PRINTS WHAT IT
      *    LOADED AND SAYS SO, RATHER THAN LOOK COMPLETE.
           05 LS-OVERFLOW-SW       PIC X    VALUE 'N'.

       01 WS-LS-FILE-STATUS        PIC XX.
       01 WS-DL-FILE-STATUS        PIC XX.

      *    ONE LEASE, MOVED OUT OF THE TABLE BELOW FOR PRINTING.
       COPY "LEASE.CPY".

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 C-ARREARS-AMT        PIC S9(7)V99.

       01 C-THRU-WORK.
           05 C-TW-YYYY            PIC X(4).
           05 C-TW-MM              PIC XX.

       01 RUN-CTL-CTRS.
           05 C-READ-CTR           PIC 9(5)     VALUE 0.
           05 C-PRINT-CTR          PIC 9(5)     VALUE 0.
           05 C-ACTIVE-CTR         PIC 9(5)     VALUE 0.
           05 C-ENDED-CTR          PIC 9(5)     VALUE 0.
           05 C-OTHER-CTR          PIC 9(5)     VALUE 0.
           05 C-OWING-CTR          PIC 9(5)     VALUE 0.
           05 C-DECL-READ-CTR      PIC 9(5)     VALUE 0.
           05 C-DECL-PEND-CTR      PIC 9(5)     VALUE 0.
           05 C-RENT-TOTAL         PIC S9(9)V99 VALUE 0.
           05 C-ARREARS-TOTAL      PIC S9(9)V99 VALUE 0.

       01 LS-SUB                   PIC 9(4).
       01 LEASE-CTR                PIC 9(4) VALUE 0.
       01 LEASE-TABLE.
           05 LEASE-ENTRY      OCCURS 500 TIMES.
               10 TBL-LS-IMAGE         PIC X(160).
               10 TBL-LS-PENDING       PIC S9(7)V99.

       01 ROLL-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 ROLL-TITLE-DATE.
               10 ROLL-TITLE-MONTH PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 ROLL-TITLE-DAY   PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 ROLL-TITLE-YEAR  PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 ROLL-TITLE-PAGE      PIC Z9.

       01 ROLL-TITLE-LINE2.
           05 FILLER               PIC X(51)   VALUE SPACES.
           05 FILLER               PIC X(26)   VALUE
              'SEASONAL LEASE RENT ROLL'.

       01 ROLL-COL-HEADING.
           05 FILLER               PIC X(27)   VALUE 'RESIDENT'.
           05 FILLER               PIC X(7)    VALUE 'GUEST'.
           05 FILLER               PIC X(13)   VALUE 'CAMPGROUND'.
           05 FILLER               PIC X(6)    VALUE 'SITE'.
           05 FILLER               PIC X(10)   VALUE 'START'.
           05 FILLER               PIC X(10)   VALUE 'MOVE-OUT'.
           05 FILLER               PIC X(4)    VALUE 'MOS'.
           05 FILLER               PIC X(12)   VALUE '  MONTHLY'.
           05 FILLER               PIC X(5)    VALUE 'DAY'.
           05 FILLER               PIC X(9)    VALUE 'BILLED TO'.
           05 FILLER               PIC X(8)    VALUE 'STATUS'.
           05 FILLER               PIC X(10)   VALUE '   ARREARS'.

       01 ROLL-DETAIL-LINE.
           05 RR-NAME              PIC X(27).
           05 RR-GUEST-NUM         PIC X(6).
           05 FILLER               PIC X       VALUE SPACE.
           05 RR-CAMPGROUND        PIC X(11).
           05 FILLER               PIC XX      VALUE SPACES.
           05 RR-SITE              PIC X(3).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 RR-START             PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 RR-END               PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 RR-MONTHS            PIC Z9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 RR-RATE              PIC $$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 RR-BILL-DAY          PIC XX.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 RR-BILLED-THRU.
               10 RR-THRU-MM       PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 RR-THRU-YYYY     PIC X(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 RR-STATUS            PIC X(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 RR-ARREARS           PIC $$$,$$9.99.

       01 ROLL-NONE-LINE.
           05 FILLER               PIC X(27)   VALUE
              'NO SEASONAL LEASES ON FILE'.

       01 ROLL-TRUNC-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** LEASE.DAT HOLDS MORE LEASES THAN THE'.
           05 FILLER               PIC X(40)   VALUE
              ' TABLE - THIS ROLL IS INCOMPLETE ***    '.

       01 BALANCE-TITLE.
           05 FILLER               PIC X(23)   VALUE
              'RUN CONTROL AND BALANCE'.

       01 BALANCE-DETAIL-LINE.
           05 O-BAL-LABEL          PIC X(28).
           05 O-BAL-CTR            PIC ZZZ,ZZ9.

       01 BALANCE-TOTAL-LINE.
           05 O-BAL-TOTAL-LABEL    PIC X(28).
           05 O-BAL-TOTAL          PIC $$,$$$,$$9.99.

       01 BALANCE-FLAG-LINE.
           05 O-BAL-FLAG-MSG       PIC X(45).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF LEASE-CTR = 0
               WRITE ROLL-LINE FROM ROLL-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE 1 TO LS-SUB.
           PERFORM 2000-MAINLINE
               UNTIL LS-SUB > LEASE-CTR.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT RENT-ROLL-RPT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO ROLL-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO ROLL-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO ROLL-TITLE-YEAR.
           PERFORM 1100-INIT-HEADING.
           PERFORM 1050-LOAD-LEASES.
           PERFORM 1200-LOAD-DECLINES.

       1050-LOAD-LEASES.
           MOVE 'Y' TO MORE-LS-RECS.
           OPEN INPUT LEASE-FILE.
           IF WS-LS-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-LS-RECS
           ELSE
               PERFORM 9000-READ-LEASE
           END-IF.
           PERFORM 1055-BUILD-LEASE-TABLE
               UNTIL MORE-LS-RECS = 'N'.
           IF WS-LS-FILE-STATUS = '00' OR WS-LS-FILE-STATUS = '10'
               CLOSE LEASE-FILE
           END-IF.

       1055-BUILD-LEASE-TABLE.
           ADD 1 TO C-READ-CTR.
           IF LEASE-CTR < 500
               ADD 1 TO LEASE-CTR
               MOVE LSC-REC TO TBL-LS-IMAGE(LEASE-CTR)
               MOVE 0       TO TBL-LS-PENDING(LEASE-CTR)
           ELSE
               MOVE 'Y' TO LS-OVERFLOW-SW
           END-IF.
           PERFORM 9000-READ-LEASE.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO ROLL-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE ROLL-LINE FROM ROLL-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE ROLL-LINE FROM ROLL-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE ROLL-LINE FROM ROLL-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE ROLL-LINE FROM ROLL-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *    A DECLINE IS STILL PENDING WHEN THE BILLING RUN HASN'T
      *    TAKEN IT UP - LOGGED AFTER THE LEASE'S TAKE-UP DATE, ON A
      *    RENT CHARGE SUBMITTED SINCE THE LEASE WAS BOOKED (THE SAME
      *    TEST CBLJCB22 APPLIES).
       1200-LOAD-DECLINES.
           MOVE 'Y' TO MORE-DL-RECS.
           OPEN INPUT DECLINE-INPUT.
           IF WS-DL-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-DL-RECS
           ELSE
               PERFORM 9100-READ-DECLINE
           END-IF.
           PERFORM 1210-APPLY-ONE-DECLINE
               UNTIL MORE-DL-RECS = 'N'.
           IF WS-DL-FILE-STATUS = '00' OR WS-DL-FILE-STATUS = '10'
               CLOSE DECLINE-INPUT
           END-IF.

       1210-APPLY-ONE-DECLINE.
           ADD 1 TO C-DECL-READ-CTR.
           IF DL-TYPE = 'C' AND DL-AMT NUMERIC
               MOVE 'N' TO LEASE-FOUND-SW
               MOVE 1 TO LS-SUB
               PERFORM 1220-MATCH-DECLINE
                   UNTIL LEASE-FOUND-SW = 'Y' OR LS-SUB > LEASE-CTR
           END-IF.
           PERFORM 9100-READ-DECLINE.

       1220-MATCH-DECLINE.
           IF TBL-LS-IMAGE(LS-SUB)(1:22) = DL-KEY
               MOVE 'Y' TO LEASE-FOUND-SW
               MOVE TBL-LS-IMAGE(LS-SUB) TO LS-REC
               IF DL-DECL-DATE > LS-DECL-THRU
                AND DL-RUN-DATE NOT < LS-BOOK-DATE
                   ADD DL-AMT TO TBL-LS-PENDING(LS-SUB)
                   ADD 1 TO C-DECL-PEND-CTR
               END-IF
           ELSE
               ADD 1 TO LS-SUB
           END-IF.

       2000-MAINLINE.
           MOVE TBL-LS-IMAGE(LS-SUB) TO LS-REC.
           MOVE LS-NAME       TO RR-NAME.
           MOVE LS-GUEST-NUM  TO RR-GUEST-NUM.
           MOVE LS-CAMPGROUND TO RR-CAMPGROUND.
           MOVE LS-SITE       TO RR-SITE.
           MOVE LS-START-DATE TO RR-START.
           MOVE LS-END-DATE   TO RR-END.
           MOVE LS-MONTHS     TO RR-MONTHS.
           MOVE LS-MONTHLY-RATE TO RR-RATE.
           MOVE LS-BILL-DAY   TO RR-BILL-DAY.
           MOVE LS-BILLED-THRU TO C-THRU-WORK.
           MOVE C-TW-MM       TO RR-THRU-MM.
           MOVE C-TW-YYYY     TO RR-THRU-YYYY.
           EVALUATE TRUE
               WHEN LS-ACTIVE
                   MOVE 'ACTIVE' TO RR-STATUS
                   ADD 1 TO C-ACTIVE-CTR
                   ADD LS-MONTHLY-RATE TO C-RENT-TOTAL
               WHEN LS-ENDED
                   MOVE 'ENDED'  TO RR-STATUS
                   ADD 1 TO C-ENDED-CTR
               WHEN OTHER
                   MOVE '??????' TO RR-STATUS
                   ADD 1 TO C-OTHER-CTR
           END-EVALUATE.
           MOVE 0 TO C-ARREARS-AMT.
           IF LS-ARREARS NUMERIC
               MOVE LS-ARREARS TO C-ARREARS-AMT
           END-IF.
           ADD TBL-LS-PENDING(LS-SUB) TO C-ARREARS-AMT.
           MOVE C-ARREARS-AMT TO RR-ARREARS.
           IF C-ARREARS-AMT > 0
               ADD 1 TO C-OWING-CTR
               ADD C-ARREARS-AMT TO C-ARREARS-TOTAL
           END-IF.
           WRITE ROLL-LINE FROM ROLL-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           ADD 1 TO C-PRINT-CTR.
           ADD 1 TO LS-SUB.

       9000-READ-LEASE.
           READ LEASE-FILE
               AT END MOVE 'N' TO MORE-LS-RECS
           END-READ.

       9100-READ-DECLINE.
           READ DECLINE-INPUT
               AT END MOVE 'N' TO MORE-DL-RECS
           END-READ.

      *    PROVE THE ROLL: EVERY LEASE READ PRINTED, AND EVERY LEASE
      *    PRINTED IS ACTIVE, ENDED OR FLAGGED AS UNREADABLE.
       3000-CLOSING.
           IF LS-OVERFLOW-SW = 'Y'
               WRITE ROLL-LINE FROM ROLL-TRUNC-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           WRITE ROLL-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
           MOVE 'LEASES READ                 ' TO O-BAL-LABEL.
           MOVE C-READ-CTR                     TO O-BAL-CTR.
           WRITE ROLL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'LEASES PRINTED              ' TO O-BAL-LABEL.
           MOVE C-PRINT-CTR                    TO O-BAL-CTR.
           WRITE ROLL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACTIVE                      ' TO O-BAL-LABEL.
           MOVE C-ACTIVE-CTR                   TO O-BAL-CTR.
           WRITE ROLL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ENDED                       ' TO O-BAL-LABEL.
           MOVE C-ENDED-CTR                    TO O-BAL-CTR.
           WRITE ROLL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UNREADABLE STATUS           ' TO O-BAL-LABEL.
           MOVE C-OTHER-CTR                    TO O-BAL-CTR.
           WRITE ROLL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEASES IN ARREARS           ' TO O-BAL-LABEL.
           MOVE C-OWING-CTR                    TO O-BAL-CTR.
           WRITE ROLL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DECLINES READ               ' TO O-BAL-LABEL.
           MOVE C-DECL-READ-CTR                TO O-BAL-CTR.
           WRITE ROLL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DECLINES NOT YET BILLED     ' TO O-BAL-LABEL.
           MOVE C-DECL-PEND-CTR                TO O-BAL-CTR.
           WRITE ROLL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACTIVE MONTHLY RENT TOTAL   ' TO O-BAL-TOTAL-LABEL.
           MOVE C-RENT-TOTAL                   TO O-BAL-TOTAL.
           WRITE ROLL-LINE FROM BALANCE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARREARS TOTAL               ' TO O-BAL-TOTAL-LABEL.
           MOVE C-ARREARS-TOTAL                TO O-BAL-TOTAL.
           WRITE ROLL-LINE FROM BALANCE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-READ-CTR = C-PRINT-CTR
            AND C-PRINT-CTR = C-ACTIVE-CTR + C-ENDED-CTR + C-OTHER-CTR
            AND C-OTHER-CTR = 0
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - CHECK LEASE.DAT ***'
                   TO O-BAL-FLAG-MSG
           END-IF.
           WRITE ROLL-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE RENT-ROLL-RPT.

       END PROGRAM CBLJCB23.
