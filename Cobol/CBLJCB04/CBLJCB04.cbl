      *    WITH A BOOKING ACTIVITY, SHOWING EACH OF THE NEXT 30 DAYS AS
      *    BOOKED (X) OR OPEN (.) FROM THE O-DATE/O-END-DATE RANGES ON
      *    CAMPRES.DAT.  RUN RIGHT AFTER THE OVERNIGHT CBLJCB02 RUN SO
      *    THE DESK WORKS FROM A CURRENT PICTURE.  A SITE HELD BY AN
      *    ACTIVE SEASONAL LEASE ON LEASE.DAT SHOWS BOOKED FOR THE
      *    LEASE MONTHS JUST AS IF IT WERE ONE LONG RESERVATION.
      *    EACH SITE LINE ALSO SHOWS THE PAD'S HOOKUP, MAXIMUM RIG
      *    LENGTH AND PULL-THROUGH/BACK-IN ACCESS FROM SITEINV.DAT.
      *
      *    AVLHOOK.DAT - OPTIONAL ONE-CHARACTER CARD FOR A DESK THAT
      *    ONLY WANTS ONE KIND OF SITE: 'N' NO POWER, '3' 30 AMP,
      *    '5' 50 AMP OR 'F' FULL HOOKUP (THE SITEINV.DAT CODES).
      *    WITH A CARD, ONLY INVENTORY SITES WITH THAT HOOKUP ARE
      *    LISTED.  NO CARD, OR ANY OTHER CODE, LISTS EVERY SITE.

       ENVIRONMENT DIVISION.
           SELECT CAMPRES-INPUT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SI-FILE-STATUS.

           SELECT LEASE-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEASE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LS-FILE-STATUS.

           SELECT HOOKUP-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\AVLHOOK.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HC-FILE-STATUS.

           SELECT CKPT-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CKPT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
       FD CAMPRES-INPUT
       LABEL RECORD IS STANDARD
       DATA RECORD IS RES-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 RES-REC.
           05 FILLER               PIC X(16).
               10 RS-SITE          PIC X(3).
               10 RS-DATE          PIC 9(8).
           05 RS-END-DATE          PIC 9(8).
           05 FILLER               PIC X(154).

       FD CAMPGROUND-FILE
       LABEL RECORD IS OMITTED
       FD SITE-INV-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS SI-REC
       RECORD CONTAINS 20 CHARACTERS.

      *    SEE SI-REC IN CBLJCB02 FOR THE MAX LENGTH, HOOKUP AND
      *    ACCESS CODES.
       01 SI-REC.
           05 SI-CAMPGROUND        PIC X(11).
           05 SI-SITE              PIC X(3).
           05 SI-STATUS            PIC X.
           05 SI-MAX-LEN           PIC XX.
           05 SI-HOOKUP            PIC X.
           05 SI-ACCESS            PIC X.
           05 FILLER               PIC X.

       FD HOOKUP-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS HOOKUP-CARD-REC
       RECORD CONTAINS 1 CHARACTERS.

       01 HOOKUP-CARD-REC          PIC X.

      *    SEASONAL LEASES - ONLY THE KEY, DATES AND STATUS MATTER
      *    HERE.  SEE LEASE.CPY IN CBLJCB02 FOR THE FULL LAYOUT.
       FD LEASE-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS LSE-REC
       RECORD CONTAINS 160 CHARACTERS.

       01 LSE-REC.
           05 LSE-CAMPGROUND       PIC X(11).
           05 LSE-SITE             PIC X(3).
           05 LSE-START-DATE       PIC 9(8).
           05 LSE-END-DATE         PIC 9(8).
           05 FILLER               PIC XX.
           05 LSE-STATUS           PIC X.
           05 FILLER               PIC X(127).

       FD CKPT-FILE
       LABEL RECORD IS OMITTED
           05 MORE-RES-RECS        PIC X.
           05 MORE-CG-RECS         PIC X.
           05 MORE-SI-RECS         PIC X.
           05 MORE-LS-RECS         PIC X.
           05 SITE-FOUND-SW        PIC X.
      *    OVERFLOW FLAGS - A BOOKED SITE SILENTLY SHOWN AS OPEN IS
      *    EXACTLY THE SURPRISE THIS REPORT EXISTS TO PREVENT, SO A
       01 WS-RES-FILE-STATUS       PIC XX.
       01 WS-CG-FILE-STATUS        PIC XX.
       01 WS-SI-FILE-STATUS        PIC XX.
       01 WS-LS-FILE-STATUS        PIC XX.
       01 WS-HC-FILE-STATUS        PIC XX.
       01 WS-CKPT-FILE-STATUS      PIC XX.
       01 WS-RL-FILE-STATUS        PIC XX.

      *    THE HOOKUP THIS RUN IS LIMITED TO, FROM AVLHOOK.DAT -
      *    SPACE WHEN EVERY SITE IS LISTED.
       01 HOOKUP-FILTER            PIC X    VALUE SPACE.
           88 HOOKUP-FILTER-VALID    VALUE 'N', '3', '5', 'F'.

      *    UPSTREAM RUN GATE - SEE 1020-CHECK-UPSTREAM-RUN.
       01 UPSTREAM-OK-SW           PIC X.
       01 MORE-RL-RECS             PIC X.
           05 C-SITE-SUB           PIC 9(3).
           05 C-CG-SUB             PIC 9(4).
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 C-HOOKUP-CODE        PIC X.
           05 C-HOOKUP-DESC        PIC X(4).

      *    THE 30-DAY REPORTING WINDOW, BUILT ONCE AT INIT - EACH ENTRY
      *    CARRIES THE FULL DATE FOR RANGE COMPARES AND THE DAY OF
               10 TBL-CAMPGROUND-NAME  PIC X(11).

      *    EVERY CAMPRES.DAT RESERVATION WHOSE STAY TOUCHES THE 30-DAY
      *    WINDOW, LOADED ONCE AT INIT AND SCANNED PER CAMPGROUND -
      *    PLUS EVERY ACTIVE LEASE THAT DOES, CARRIED AS A STAY FROM
      *    ITS START DATE TO ITS MOVE-OUT DAY.
       01 RES-CTR                  PIC 9(4) VALUE 0.
       01 RES-TABLE.
           05 RES-ENTRY        OCCURS 2000 TIMES.
               10 TBL-SI-SITE          PIC X(3).
               10 TBL-SI-STATUS        PIC X.
                   88 TBL-SI-ACTIVE      VALUE 'A'.
               10 TBL-SI-MAX-LEN       PIC XX.
               10 TBL-SI-HOOKUP        PIC X.
               10 TBL-SI-ACCESS        PIC X.

      *    ONE ROW PER SITE AT THE CAMPGROUND BEING REPORTED -
      *    REBUILT FOR EACH CAMPGROUND IN TURN, SEEDED FROM THE SITE
      *    INVENTORY AND FILLED IN FROM THE RESERVATION TABLE.  WITH
      *    NO INVENTORY ON FILE, ONLY SITES WITH BOOKINGS GET ROWS.
      *    UNDER A HOOKUP FILTER ONLY THE SEEDED SITES GET ROWS.
       01 SITE-GRID-CTR            PIC 9(3) VALUE 0.
       01 SITE-GRID.
           05 SITE-GRID-ENTRY  OCCURS 100 TIMES.
               10 SG-SITE              PIC X(3).
               10 SG-MAX-LEN           PIC XX.
               10 SG-HOOKUP            PIC X.
               10 SG-ACCESS            PIC X.
               10 SG-DAY               PIC X OCCURS 30 TIMES.

       01 AVAIL-TITLE-LINE.
           05 FILLER               PIC X(12)   VALUE 'CAMPGROUND: '.
           05 O-AV-CAMPGROUND      PIC X(11).

       01 AVAIL-FILTER-LINE.
           05 FILLER               PIC X(15)   VALUE
              'HOOKUP FILTER: '.
           05 O-AV-FILTER          PIC X(4).
           05 FILLER               PIC X(16)   VALUE
              ' SITES ONLY'.

       01 AVAIL-DAY-HEADING.
           05 FILLER               PIC X(5)    VALUE 'SITE '.
           05 H-DAY-COL        OCCURS 30 TIMES.
               10 H-DD             PIC XX.
               10 FILLER           PIC X       VALUE SPACE.
           05 FILLER               PIC X(19)   VALUE
              '  HOOK  LEN   ENTRY'.

       01 AVAIL-DETAIL-LINE.
           05 O-AV-SITE            PIC X(3).
           05 O-DAY-COL        OCCURS 30 TIMES.
               10 O-DAY-MARK       PIC X.
               10 FILLER           PIC XX      VALUE SPACES.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-AV-HOOKUP          PIC X(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-AV-LEN-GROUP.
               10 O-AV-MAX-LEN     PIC XX.
               10 O-AV-FT          PIC XX.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-AV-ACCESS          PIC X(5).

       01 AVAIL-LEGEND-LINE.
           05 FILLER               PIC X(42)   VALUE
               WRITE AVAIL-LINE FROM STALE-ACTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 1030-READ-HOOKUP-CARD.
           PERFORM 1040-BUILD-GRID-DATES.
           PERFORM 1070-LOAD-CAMPGROUNDS.
           PERFORM 1075-LOAD-SITE-INV.
           PERFORM 1050-LOAD-RESERVATIONS.
           PERFORM 1065-LOAD-LEASES.

      *    GATE THIS JOB ON A CLEAN OVERNIGHT CBLJCB02 RUN.  A
      *    NONZERO CKPT.DAT MEANS THE RUN DIED MID-FILE AND THE
                   MOVE RL-BALANCE-FLAG TO HOLD-BALANCE-FLAG
           END-READ.

      *    A MISSING OR UNRECOGNIZED CARD LEAVES THE FILTER OFF.
       1030-READ-HOOKUP-CARD.
           OPEN INPUT HOOKUP-CARD.
           IF WS-HC-FILE-STATUS = '00'
               READ HOOKUP-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HOOKUP-CARD-REC TO HOOKUP-FILTER
                       IF NOT HOOKUP-FILTER-VALID
                           MOVE SPACE TO HOOKUP-FILTER
                       END-IF
               END-READ
               CLOSE HOOKUP-CARD
           END-IF.
           MOVE HOOKUP-FILTER TO C-HOOKUP-CODE.
           PERFORM 2140-DESCRIBE-HOOKUP.
           MOVE C-HOOKUP-DESC TO O-AV-FILTER.

      *    WALK THE CALENDAR FROM THE RUN DATE, ONE ENTRY PER DAY FOR
      *    30 DAYS - INTEGER-OF-DATE DOES THE MONTH/YEAR ROLLING.
       1040-BUILD-GRID-DATES.
           END-IF.
           PERFORM 9000-READ-CAMPRES.

       1065-LOAD-LEASES.
           MOVE 'Y' TO MORE-LS-RECS.
           OPEN INPUT LEASE-FILE.
           IF WS-LS-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-LS-RECS
           ELSE
               PERFORM 9010-READ-LEASE
           END-IF.
           PERFORM 1068-BUILD-LEASE-ENTRY
               UNTIL MORE-LS-RECS = 'N'.
           IF WS-LS-FILE-STATUS = '00' OR WS-LS-FILE-STATUS = '10'
               CLOSE LEASE-FILE
           END-IF.

       1068-BUILD-LEASE-ENTRY.
           IF LSE-STATUS = 'A'
            AND LSE-START-DATE NUMERIC AND LSE-END-DATE NUMERIC
            AND LSE-START-DATE <= GRID-DATE-NUM(30)
            AND LSE-END-DATE   >= GRID-DATE-NUM(1)
               IF RES-CTR < 2000
                   ADD 1 TO RES-CTR
                   MOVE LSE-CAMPGROUND TO TBL-RES-CAMPGROUND(RES-CTR)
                   MOVE LSE-SITE       TO TBL-RES-SITE(RES-CTR)
                   MOVE LSE-START-DATE TO TBL-RES-DATE(RES-CTR)
                   MOVE LSE-END-DATE   TO TBL-RES-END-DATE(RES-CTR)
               ELSE
                   MOVE 'Y' TO RES-OVERFLOW-SW
               END-IF
           END-IF.
           PERFORM 9010-READ-LEASE.

       9010-READ-LEASE.
           READ LEASE-FILE
               AT END MOVE 'N' TO MORE-LS-RECS
           END-READ.

       9000-READ-CAMPRES.
           READ CAMPRES-INPUT
               AT END MOVE 'N' TO MORE-RES-RECS
               MOVE SI-CAMPGROUND TO TBL-SI-CAMPGROUND(SITE-INV-CTR)
               MOVE SI-SITE       TO TBL-SI-SITE(SITE-INV-CTR)
               MOVE SI-STATUS     TO TBL-SI-STATUS(SITE-INV-CTR)
               MOVE SI-MAX-LEN    TO TBL-SI-MAX-LEN(SITE-INV-CTR)
               MOVE SI-HOOKUP     TO TBL-SI-HOOKUP(SITE-INV-CTR)
               MOVE SI-ACCESS     TO TBL-SI-ACCESS(SITE-INV-CTR)
           END-IF.
           PERFORM 9120-READ-SITE-INV.

           IF TBL-SI-CAMPGROUND(C-SI-SUB) =
                   TBL-CAMPGROUND-NAME(C-CG-SUB)
            AND TBL-SI-ACTIVE(C-SI-SUB)
            AND (HOOKUP-FILTER = SPACE
                 OR TBL-SI-HOOKUP(C-SI-SUB) = HOOKUP-FILTER)
               IF SITE-GRID-CTR < 100
                   ADD 1 TO SITE-GRID-CTR
                   MOVE SITE-GRID-CTR TO C-SITE-SUB
                   MOVE TBL-SI-SITE(C-SI-SUB) TO SG-SITE(C-SITE-SUB)
                   MOVE TBL-SI-MAX-LEN(C-SI-SUB)
                       TO SG-MAX-LEN(C-SITE-SUB)
                   MOVE TBL-SI-HOOKUP(C-SI-SUB)
                       TO SG-HOOKUP(C-SITE-SUB)
                   MOVE TBL-SI-ACCESS(C-SI-SUB)
                       TO SG-ACCESS(C-SITE-SUB)
                   MOVE 1 TO C-DAY-SUB
                   PERFORM 2127-CLEAR-ONE-DAY
                       UNTIL C-DAY-SUB > 30
               IF SITE-FOUND-SW = 'Y'
                   PERFORM 2130-MARK-DAYS
               ELSE
                   IF HOOKUP-FILTER = SPACE
                       MOVE 'Y' TO GRID-OVERFLOW-SW
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO C-RES-SUB.

      *    FIND (OR START) THE GRID ROW FOR THIS RESERVATION'S SITE -
      *    C-SITE-SUB IS LEFT POINTING AT THE ROW WITH SITE-FOUND-SW
      *    SET, OR SITE-FOUND-SW STAYS 'N' IF THE GRID IS FULL - OR,
      *    UNDER A HOOKUP FILTER, IF THE SITE WASN'T SEEDED AS ONE.
       2120-FIND-SITE-ROW.
           MOVE 'N' TO SITE-FOUND-SW.
           MOVE 1 TO C-SITE-SUB.
           PERFORM 2125-CHECK-SITE-ROW
               UNTIL SITE-FOUND-SW = 'Y' OR C-SITE-SUB > SITE-GRID-CTR.
           IF SITE-FOUND-SW = 'N' AND SITE-GRID-CTR < 100
            AND HOOKUP-FILTER = SPACE
               ADD 1 TO SITE-GRID-CTR
               MOVE SITE-GRID-CTR TO C-SITE-SUB
               MOVE TBL-RES-SITE(C-RES-SUB) TO SG-SITE(C-SITE-SUB)
               MOVE SPACES TO SG-MAX-LEN(C-SITE-SUB)
               MOVE SPACES TO SG-HOOKUP(C-SITE-SUB)
               MOVE SPACES TO SG-ACCESS(C-SITE-SUB)
               MOVE 1 TO C-DAY-SUB
               PERFORM 2127-CLEAR-ONE-DAY
                   UNTIL C-DAY-SUB > 30
           END-IF.
           ADD 1 TO C-DAY-SUB.

       2140-DESCRIBE-HOOKUP.
           EVALUATE C-HOOKUP-CODE
               WHEN 'N'
                   MOVE 'NONE' TO C-HOOKUP-DESC
               WHEN '3'
                   MOVE '30A ' TO C-HOOKUP-DESC
               WHEN '5'
                   MOVE '50A ' TO C-HOOKUP-DESC
               WHEN 'F'
                   MOVE 'FULL' TO C-HOOKUP-DESC
               WHEN OTHER
                   MOVE SPACES TO C-HOOKUP-DESC
           END-EVALUATE.

       2200-PRINT-GRID.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO AVAIL-TITLE-PAGE.
           MOVE TBL-CAMPGROUND-NAME(C-CG-SUB) TO O-AV-CAMPGROUND.
           WRITE AVAIL-LINE FROM AVAIL-CG-LINE
               AFTER ADVANCING 2 LINES.
           IF HOOKUP-FILTER NOT = SPACE
               WRITE AVAIL-LINE FROM AVAIL-FILTER-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE AVAIL-LINE FROM AVAIL-DAY-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 1 TO C-SITE-SUB.

       2210-PRINT-SITE-LINE.
           MOVE SG-SITE(C-SITE-SUB) TO O-AV-SITE.
           MOVE SG-HOOKUP(C-SITE-SUB) TO C-HOOKUP-CODE.
           PERFORM 2140-DESCRIBE-HOOKUP.
           MOVE C-HOOKUP-DESC TO O-AV-HOOKUP.
           IF SG-MAX-LEN(C-SITE-SUB) NUMERIC
            AND SG-MAX-LEN(C-SITE-SUB) NOT = '00'
               MOVE SG-MAX-LEN(C-SITE-SUB) TO O-AV-MAX-LEN
               MOVE 'FT' TO O-AV-FT
           ELSE
               MOVE SPACES TO O-AV-LEN-GROUP
           END-IF.
           EVALUATE SG-ACCESS(C-SITE-SUB)
               WHEN 'P'
                   MOVE 'PULL' TO O-AV-ACCESS
               WHEN 'B'
                   MOVE 'BACK' TO O-AV-ACCESS
               WHEN OTHER
                   MOVE SPACES TO O-AV-ACCESS
           END-EVALUATE.
           MOVE 1 TO C-DAY-SUB.
           PERFORM 2220-MOVE-ONE-MARK
               UNTIL C-DAY-SUB > 30.
