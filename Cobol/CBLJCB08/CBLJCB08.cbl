
      *    MASTER FILE MAINTENANCE FOR THE HAND-KEPT MASTERS -
      *    CAMPGRD.DAT (CAMPGROUND LIST), SLMMAST.DAT (SALESPERSON
      *    MASTER), FURNCAT.DAT (FURNITURE CATEGORY MASTER),
      *    SITERATE.DAT (EFFECTIVE-DATED SITE RATE MASTER), AND
      *    PROMO.DAT (PROMOTION MASTER PRICED BY CBLJCB02).
      *    ADD/CHANGE/DEACTIVATE TRANSACTIONS FROM MNTTRAN.DAT ARE
      *    APPLIED WITH FIELD-LEVEL EDITS, EVERY TRANSACTION PRINTS
      *    A BEFORE/AFTER LINE (OR A REJECT REASON) ON CHGLOG.PRT,
      *    THESE FILES IN A TEXT EDITOR ANY MORE.
      *
      *    TRANSACTION LAYOUT:
      *      MT-FILE-ID   'CGD' / 'SLM' / 'FUR' / 'RTE', OR FOR THE
      *                   PROMOTION MASTER 'PRO' (THE PROMOTION
      *                   ITSELF), 'PRC' (A CAMPGROUND IT IS GOOD AT)
      *                   AND 'PRB' (A BLACKOUT DATE RANGE)
      *      MT-ACTION    'A' ADD, 'C' CHANGE, 'D' DEACTIVATE/DELETE
      *      MT-KEY       CAMPGROUND NAME, SALESPERSON NUMBER (COLS
      *                   1-2), FURNITURE CODE (COL 1), OR FOR 'RTE'
      *                   THE SITE LETTER (COL 1) PLUS THE EFFECTIVE
      *                   DATE CCYYMMDD (COLS 2-9), OR FOR 'PRO'/
      *                   'PRC'/'PRB' THE PROMOTION CODE (COLS 1-8)
      *      MT-NAME      SALESPERSON OR CATEGORY NAME; FOR 'RTE' THE
      *                   FIRST 8 COLUMNS CARRY THE FOUR 2-DIGIT
      *                   RATES: OFF-SEASON WEEKDAY, OFF-SEASON
      *                   WEEKEND, PEAK WEEKDAY, PEAK WEEKEND, AND
      *                   COLS 9-12 THE MONTHLY LEASE RATE IN WHOLE
      *                   DOLLARS (BLANK ON AN ADD IS NO LEASE RATE,
      *                   BLANK ON A CHANGE LEAVES IT ALONE); FOR
      *                   'PRO' THE PROMOTION DESCRIPTION; FOR 'PRC'
      *                   THE CAMPGROUND (COLS 1-11); FOR 'PRB' THE
      *                   BLACKOUT FROM/TO DATES CCYYMMDD (COLS 1-16)
      *      MT-STATUS    SALESPERSON OR PROMOTION STATUS ('A' OR 'I')
      *      MT-RATE      SALESPERSON COMMISSION RATE, 00-25 (.00-.25)
      *      MT-PROMO-TERMS  'PRO' ONLY - DISCOUNT TYPE ('P' PERCENT
      *                   OFF THE NIGHTS, 'N' EVERY NTH NIGHT FREE,
      *                   'A' FLAT DOLLARS OFF), DISCOUNT VALUE
      *                   999V99 (THE PERCENT, N, OR THE DOLLARS),
      *                   ARRIVAL WINDOW FROM/TO CCYYMMDD, AND USAGE
      *                   CAP 99999 (ZERO IS UNLIMITED)
      *    ON A CHANGE, A BLANK FIELD MEANS LEAVE IT ALONE.

       ENVIRONMENT DIVISION.
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SITERATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROMO-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PROMO.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PROMO-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PROMO.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHGLOG-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\CHGLOG.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
       FD MAINT-INPUT
       LABEL RECORD IS STANDARD
       DATA RECORD IS MAINT-REC
       RECORD CONTAINS 80 CHARACTERS.

       01 MAINT-REC.
           05 MT-FILE-ID           PIC X(3).
               88 MT-SLM-FILE        VALUE 'SLM'.
               88 MT-FUR-FILE        VALUE 'FUR'.
               88 MT-RTE-FILE        VALUE 'RTE'.
               88 MT-PRO-FILE        VALUE 'PRO'.
               88 MT-PRC-FILE        VALUE 'PRC'.
               88 MT-PRB-FILE        VALUE 'PRB'.
               88 MT-PROMO-FILE      VALUE 'PRO', 'PRC', 'PRB'.
               88 MT-VAL-FILE-ID     VALUE 'CGD', 'SLM', 'FUR', 'RTE',
                                           'PRO', 'PRC', 'PRB'.
           05 MT-ACTION            PIC X.
               88 MT-ADD             VALUE 'A'.
               88 MT-CHANGE          VALUE 'C'.
               10 MT-KEY-RT-LETTER PIC X.
               10 MT-KEY-RT-DATE   PIC X(8).
               10 FILLER           PIC XX.
           05 MT-KEY-PRO REDEFINES MT-KEY.
               10 MT-KEY-PROMO     PIC X(8).
               10 FILLER           PIC X(3).
           05 MT-NAME              PIC X(25).
           05 MT-RTE-RATES REDEFINES MT-NAME.
               10 MT-RT-RATES-ALL  PIC X(8).
               10 MT-RT-MONTHLY    PIC X(4).
               10 FILLER           PIC X(13).
           05 MT-PRC-NAME REDEFINES MT-NAME.
               10 MT-PRC-CAMPGROUND PIC X(11).
               10 FILLER           PIC X(14).
           05 MT-PRB-NAME REDEFINES MT-NAME.
               10 MT-PRB-FROM      PIC X(8).
               10 MT-PRB-TO        PIC X(8).
               10 FILLER           PIC X(9).
           05 MT-STATUS            PIC X.
               88 MT-VAL-STATUS      VALUE 'A', 'I'.
           05 MT-RATE              PIC XX.
           05 FILLER               PIC X(7).
           05 MT-PROMO-TERMS.
               10 MT-PR-TYPE       PIC X.
                   88 MT-VAL-PR-TYPE VALUE 'P', 'N', 'A'.
               10 MT-PR-VALUE      PIC X(5).
               10 MT-PR-VALUE-NUM REDEFINES MT-PR-VALUE
                                   PIC 9(3)V99.
               10 MT-PR-FROM       PIC X(8).
               10 MT-PR-TO         PIC X(8).
               10 MT-PR-CAP        PIC X(5).
               10 MT-PR-CAP-NUM REDEFINES MT-PR-CAP
                                   PIC 9(5).
           05 FILLER               PIC X(3).

       FD CAMPGROUND-FILE
       LABEL RECORD IS OMITTED
       FD SITE-RATE-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS SR-MST-REC
       RECORD CONTAINS 21 CHARACTERS.

      *    SR-MONTHLY IS THE SEASONAL LEASE RATE - BLANK ON RECORDS
      *    FROM BEFORE LEASES AND ON LETTERS NOT LEASED BY THE MONTH.
       01 SR-MST-REC.
           05 SR-SITE-LETTER       PIC X.
           05 SR-EFF-DATE          PIC X(8).
           05 SR-RATES             PIC X(8).
           05 SR-MONTHLY           PIC X(4).

       FD SITE-RATE-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS SR-OUT-REC
       RECORD CONTAINS 21 CHARACTERS.

       01 SR-OUT-REC.
           05 SR-OUT-LETTER        PIC X.
           05 SR-OUT-EFF-DATE      PIC X(8).
           05 SR-OUT-RATES         PIC X(8).
           05 SR-OUT-MONTHLY       PIC X(4).

      *    PROMOTION MASTER - ONE RECORD PER PROMOTION CODE.  THE
      *    CAMPGROUND LIST AND BLACKOUT RANGES ARE FIXED SLOTS; A
      *    BLANK SLOT IS UNUSED, AND A PROMOTION WITH EVERY
      *    CAMPGROUND SLOT BLANK IS GOOD AT ALL CAMPGROUNDS.
       FD PROMO-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS PM-MST-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 PM-MST-REC.
           05 PM-PROMO-CODE        PIC X(8).
           05 PM-STATUS            PIC X.
           05 PM-DESC              PIC X(25).
           05 PM-DISC-TYPE         PIC X.
           05 PM-DISC-VALUE        PIC 9(3)V99.
           05 PM-ARRIVE-FROM       PIC X(8).
           05 PM-ARRIVE-TO         PIC X(8).
           05 PM-USAGE-CAP         PIC 9(5).
           05 PM-CAMPGROUND        PIC X(11) OCCURS 5 TIMES.
           05 PM-BLACKOUT          OCCURS 5 TIMES.
               10 PM-BO-FROM       PIC X(8).
               10 PM-BO-TO         PIC X(8).
           05 FILLER               PIC X(4).

       FD PROMO-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS PM-OUT-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 PM-OUT-REC               PIC X(200).

       FD CHGLOG-OUT
       LABEL RECORD IS OMITTED
           05 RT-LOAD-OK-SW        PIC X.
           05 MORE-RT-RECS         PIC X.
           05 RT-FOUND-SW          PIC X.
           05 PM-LOAD-OK-SW        PIC X.
           05 MORE-PM-RECS         PIC X.
           05 PM-FOUND-SW          PIC X.
           05 PM-SLOT-FOUND-SW     PIC X.

       01 WS-MNT-FILE-STATUS       PIC XX.
       01 WS-CG-FILE-STATUS        PIC XX.
       01 WS-SLM-FILE-STATUS       PIC XX.
       01 WS-FC-FILE-STATUS        PIC XX.
       01 WS-RT-FILE-STATUS        PIC XX.
       01 WS-PM-FILE-STATUS        PIC XX.

       01 CTRS.
           05 CHG-PAGE-CTR         PIC 99   VALUE 0.
           05 C-SUB                PIC 9(3).
           05 C-CG-SLOT            PIC 9(3).
           05 C-RT-SLOT            PIC 9(3).
           05 C-PM-SLOT            PIC 9(3).
           05 C-PM-SUB             PIC 9.
           05 C-PM-OPEN-SUB        PIC 9.
           05 C-PM-FOUND-SUB       PIC 9.
           05 C-PR-TYPE            PIC X.
           05 C-PR-VALUE           PIC 9(3)V99.
           05 C-PR-NIGHTS          PIC 9(3).
           05 C-PR-FROM            PIC X(8).
           05 C-PR-TO              PIC X(8).

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 TBL-RT-LETTER    PIC X.
               10 TBL-RT-EFF-DATE  PIC X(8).
               10 TBL-RT-RATES     PIC X(8).
               10 TBL-RT-MONTHLY   PIC X(4).
               10 TBL-RT-DROPPED   PIC X.
                   88 RT-DROPPED     VALUE 'Y'.

      *    PROMOTION MASTER - SAME LAYOUT AS THE RECORD SO EACH
      *    ENTRY WRITES STRAIGHT BACK OUT.  DEACTIVATE FLIPS THE
      *    STATUS TO 'I' RATHER THAN DROPPING THE RECORD, SO THE
      *    REDEMPTION REPORT STILL FINDS A PROMOTION THAT HAS ENDED.
       01 PM-CTR                   PIC 9(3) VALUE 0.
       01 PM-TABLE.
           05 PM-ENTRY         OCCURS 100 TIMES.
               10 TBL-PM-CODE      PIC X(8).
               10 TBL-PM-STATUS    PIC X.
               10 TBL-PM-DESC      PIC X(25).
               10 TBL-PM-TYPE      PIC X.
               10 TBL-PM-VALUE     PIC 9(3)V99.
               10 TBL-PM-FROM      PIC X(8).
               10 TBL-PM-TO        PIC X(8).
               10 TBL-PM-CAP       PIC 9(5).
               10 TBL-PM-CAMPGROUND PIC X(11) OCCURS 5 TIMES.
               10 TBL-PM-BLACKOUT  OCCURS 5 TIMES.
                   15 TBL-PM-BO-FROM PIC X(8).
                   15 TBL-PM-BO-TO   PIC X(8).

       01 CHG-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 CHG-TITLE-DATE.
       01 CHG-IMAGE-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-CH-IMAGE-LABEL     PIC X(8).
           05 O-CH-IMAGE           PIC X(65).

       01 CHG-REJECT-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
               10 CH-IMG-RT-DATE     PIC X(8).
               10 FILLER             PIC X(8)  VALUE '  RATES '.
               10 CH-IMG-RT-RATES    PIC X(8).
               10 FILLER             PIC X(10) VALUE '  MONTHLY '.
               10 CH-IMG-RT-MONTHLY  PIC X(4).
           05 CH-IMG-PRO.
               10 CH-IMG-PR-STATUS   PIC X.
               10 FILLER             PIC X     VALUE SPACE.
               10 CH-IMG-PR-DESC     PIC X(25).
               10 FILLER             PIC X     VALUE SPACE.
               10 CH-IMG-PR-TYPE     PIC X.
               10 FILLER             PIC X     VALUE SPACE.
               10 CH-IMG-PR-VALUE    PIC ZZ9.99.
               10 FILLER             PIC X     VALUE SPACE.
               10 CH-IMG-PR-FROM     PIC X(8).
               10 FILLER             PIC X     VALUE '-'.
               10 CH-IMG-PR-TO       PIC X(8).
               10 FILLER             PIC X(5)  VALUE ' CAP '.
               10 CH-IMG-PR-CAP      PIC ZZZZ9.
           05 CH-IMG-PRB.
               10 FILLER             PIC X(9)  VALUE 'BLACKOUT '.
               10 CH-IMG-BO-FROM     PIC X(8).
               10 FILLER             PIC X     VALUE '-'.
               10 CH-IMG-BO-TO       PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1200-LOAD-SLM-MASTER.
           PERFORM 1300-LOAD-FURN-CAT.
           PERFORM 1500-LOAD-SITE-RATES.
           PERFORM 1600-LOAD-PROMOTIONS.
           OPEN OUTPUT CHGLOG-OUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO CHG-TITLE-MONTH.
               MOVE SR-SITE-LETTER TO TBL-RT-LETTER(RT-CTR)
               MOVE SR-EFF-DATE    TO TBL-RT-EFF-DATE(RT-CTR)
               MOVE SR-RATES       TO TBL-RT-RATES(RT-CTR)
               MOVE SR-MONTHLY     TO TBL-RT-MONTHLY(RT-CTR)
               MOVE 'N'            TO TBL-RT-DROPPED(RT-CTR)
           END-IF.
           PERFORM 9500-READ-RT.
               AT END MOVE 'N' TO MORE-RT-RECS
           END-READ.

       1600-LOAD-PROMOTIONS.
           MOVE 'Y' TO PM-LOAD-OK-SW.
           MOVE 'Y' TO MORE-PM-RECS.
           OPEN INPUT PROMO-FILE.
           EVALUATE WS-PM-FILE-STATUS
               WHEN '00'
                   PERFORM 9600-READ-PM
               WHEN '35'
                   MOVE 'N' TO MORE-PM-RECS
               WHEN OTHER
                   MOVE 'N' TO MORE-PM-RECS
                   MOVE 'N' TO PM-LOAD-OK-SW
           END-EVALUATE.
           PERFORM 1610-BUILD-PM-TABLE
               UNTIL MORE-PM-RECS = 'N'.
           IF WS-PM-FILE-STATUS = '00' OR WS-PM-FILE-STATUS = '10'
               CLOSE PROMO-FILE
           END-IF.

      *    A PROMOTION MASTER TOO BIG FOR THE TABLE IS NOT SAFE TO
      *    REWRITE - THE ENTRIES PAST THE TABLE WOULD BE LOST - SO AN
      *    OVERFLOW BLOCKS MAINTENANCE THE SAME AS A FAILED OPEN.
       1610-BUILD-PM-TABLE.
           IF PM-CTR < 100
               ADD 1 TO PM-CTR
               MOVE PM-MST-REC TO PM-ENTRY(PM-CTR)
           ELSE
               MOVE 'N' TO PM-LOAD-OK-SW
           END-IF.
           PERFORM 9600-READ-PM.

       9600-READ-PM.
           READ PROMO-FILE
               AT END MOVE 'N' TO MORE-PM-RECS
           END-READ.

       1400-CHGLOG-HEADING.
           ADD 1 TO CHG-PAGE-CTR.
           MOVE CHG-PAGE-CTR TO CHG-TITLE-PAGE.
           MOVE 'N' TO REJECT-SW.
           PERFORM 2050-LOG-TRAN-LINE.
           IF NOT MT-VAL-FILE-ID
               MOVE 'FILE ID MUST BE CGD/SLM/FUR/RTE/PRO/PRC/PRB'
                   TO O-CH-REASON
               PERFORM 2900-LOG-REJECT
           ELSE
               IF NOT MT-VAL-ACTION
                           MOVE 'SITE RATE MASTER COULD NOT BE READ'
                               TO O-CH-REASON
                           PERFORM 2900-LOG-REJECT
                       WHEN MT-PROMO-FILE AND PM-LOAD-OK-SW = 'N'
                           MOVE 'PROMOTION MASTER COULD NOT BE READ'
                               TO O-CH-REASON
                           PERFORM 2900-LOG-REJECT
                       WHEN MT-CGD-FILE
                           PERFORM 2100-APPLY-CGD
                       WHEN MT-SLM-FILE
                           PERFORM 2300-APPLY-FUR
                       WHEN MT-RTE-FILE
                           PERFORM 2400-APPLY-RTE
                       WHEN MT-PRO-FILE
                           PERFORM 2500-APPLY-PRO
                       WHEN MT-PRC-FILE
                           PERFORM 2600-APPLY-PRC
                       WHEN MT-PRB-FILE
                           PERFORM 2700-APPLY-PRB
                   END-EVALUATE
               END-IF
           END-IF.
      *    EFFECTIVE DATE, SO NEXT SEASON'S RATES LOAD WEEKS AHEAD
      *    WITHOUT DISTURBING THE ONES IN FORCE.  ADD AND CHANGE
      *    REQUIRE ALL FOUR RATES; DEACTIVATE WITHDRAWS THE RECORD.
      *    THE MONTHLY LEASE RATE IS OPTIONAL BUT MUST BE NUMERIC
      *    WHEN KEYED - '0000' TAKES A LEASE RATE BACK OFF.
       2400-APPLY-RTE.
           EVALUATE TRUE
               WHEN MT-KEY-RT-LETTER NOT ALPHABETIC
                   MOVE 'ALL FOUR RATES MUST BE NUMERIC 2 DIGITS'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN (MT-ADD OR MT-CHANGE)
                AND MT-RT-MONTHLY NOT = SPACES
                AND MT-RT-MONTHLY NOT NUMERIC
                   MOVE 'MONTHLY RATE MUST BE NUMERIC 4 DIGITS'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   PERFORM 2410-FIND-RATE
                   PERFORM 2420-APPLY-RTE-ACTION
                               TO TBL-RT-EFF-DATE(RT-CTR)
                           MOVE MT-RT-RATES-ALL
                               TO TBL-RT-RATES(RT-CTR)
                           MOVE MT-RT-MONTHLY
                               TO TBL-RT-MONTHLY(RT-CTR)
                           MOVE 'N' TO TBL-RT-DROPPED(RT-CTR)
                           MOVE RT-CTR TO C-RT-SLOT
                           MOVE 'BEFORE: ' TO O-CH-IMAGE-LABEL
                   ELSE
                       PERFORM 2960-LOG-RTE-BEFORE
                       MOVE MT-RT-RATES-ALL TO TBL-RT-RATES(C-RT-SLOT)
                       IF MT-RT-MONTHLY NOT = SPACES
                           MOVE MT-RT-MONTHLY
                               TO TBL-RT-MONTHLY(C-RT-SLOT)
                       END-IF
                       PERFORM 2950-LOG-RTE-AFTER
                   END-IF
               WHEN MT-DEACTIVATE
                   END-IF
           END-EVALUATE.

      *    PROMOTION MAINTENANCE - KEYED BY THE PROMOTION CODE.  ADD
      *    NEEDS EVERY TERM; ON A CHANGE A BLANK FIELD MEANS LEAVE IT
      *    ALONE, AND THE RESULTING TERMS ARE EDITED AS A WHOLE SO A
      *    CHANGE OF TYPE CANNOT STRAND AN IMPOSSIBLE VALUE.
      *    DEACTIVATE SETS STATUS 'I' - CBLJCB02 STOPS HONOURING THE
      *    CODE BUT THE REDEMPTION HISTORY STILL REPORTS UNDER IT.
       2500-APPLY-PRO.
           IF MT-KEY-PROMO = SPACES
               MOVE 'PROMOTION CODE MUST NOT BE BLANK' TO O-CH-REASON
               PERFORM 2900-LOG-REJECT
           ELSE
               PERFORM 2510-FIND-PROMO
               EVALUATE TRUE
                   WHEN MT-ADD
                       PERFORM 2530-PRO-ADD
                   WHEN MT-CHANGE
                       PERFORM 2540-PRO-CHANGE
                   WHEN MT-DEACTIVATE
                       PERFORM 2550-PRO-DEACTIVATE
               END-EVALUATE
           END-IF.

       2510-FIND-PROMO.
           MOVE 'N' TO PM-FOUND-SW.
           MOVE 0 TO C-PM-SLOT.
           MOVE 1 TO C-SUB.
           PERFORM 2515-CHECK-ONE-PROMO
               UNTIL PM-FOUND-SW = 'Y' OR C-SUB > PM-CTR.

       2515-CHECK-ONE-PROMO.
           IF TBL-PM-CODE(C-SUB) = MT-KEY-PROMO
               MOVE 'Y' TO PM-FOUND-SW
               MOVE C-SUB TO C-PM-SLOT
           END-IF.
           ADD 1 TO C-SUB.

       2530-PRO-ADD.
           EVALUATE TRUE
               WHEN PM-FOUND-SW = 'Y'
                   MOVE 'PROMOTION CODE ALREADY ON FILE' TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN MT-NAME = SPACES
                   MOVE 'PROMOTION DESCRIPTION MUST NOT BE BLANK'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN NOT MT-VAL-STATUS
                   MOVE 'STATUS MUST BE A OR I' TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN NOT MT-VAL-PR-TYPE
                   MOVE 'DISCOUNT TYPE MUST BE P, N, OR A'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN MT-PR-VALUE NOT NUMERIC
                   MOVE 'DISCOUNT VALUE MUST BE NUMERIC 999V99'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN MT-PR-FROM NOT NUMERIC OR MT-PR-TO NOT NUMERIC
                   MOVE 'ARRIVAL WINDOW MUST BE NUMERIC CCYYMMDD'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN MT-PR-CAP NOT NUMERIC
                   MOVE 'USAGE CAP MUST BE NUMERIC 00000-99999'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN PM-CTR NOT < 100
                   MOVE 'PROMOTION TABLE FULL' TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   MOVE MT-PR-TYPE      TO C-PR-TYPE
                   MOVE MT-PR-VALUE-NUM TO C-PR-VALUE
                   MOVE MT-PR-FROM      TO C-PR-FROM
                   MOVE MT-PR-TO        TO C-PR-TO
                   PERFORM 2570-EDIT-PROMO-TERMS
                   IF REJECT-SW = 'N'
                       MOVE 'BEFORE: ' TO O-CH-IMAGE-LABEL
                       MOVE '(NOT ON FILE)' TO O-CH-IMAGE
                       PERFORM 2910-LOG-IMAGE
                       ADD 1 TO PM-CTR
                       MOVE PM-CTR TO C-PM-SLOT
                       MOVE SPACES          TO PM-ENTRY(C-PM-SLOT)
                       MOVE MT-KEY-PROMO    TO TBL-PM-CODE(C-PM-SLOT)
                       MOVE MT-STATUS       TO TBL-PM-STATUS(C-PM-SLOT)
                       MOVE MT-NAME         TO TBL-PM-DESC(C-PM-SLOT)
                       MOVE C-PR-TYPE       TO TBL-PM-TYPE(C-PM-SLOT)
                       MOVE C-PR-VALUE      TO TBL-PM-VALUE(C-PM-SLOT)
                       MOVE C-PR-FROM       TO TBL-PM-FROM(C-PM-SLOT)
                       MOVE C-PR-TO         TO TBL-PM-TO(C-PM-SLOT)
                       MOVE MT-PR-CAP-NUM   TO TBL-PM-CAP(C-PM-SLOT)
                       PERFORM 2580-LOG-PRO-AFTER
                   END-IF
           END-EVALUATE.

       2540-PRO-CHANGE.
           EVALUATE TRUE
               WHEN PM-FOUND-SW = 'N'
                   MOVE 'PROMOTION NOT ON FILE' TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN MT-STATUS NOT = SPACE AND NOT MT-VAL-STATUS
                   MOVE 'STATUS MUST BE A OR I' TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN MT-PR-TYPE NOT = SPACE AND NOT MT-VAL-PR-TYPE
                   MOVE 'DISCOUNT TYPE MUST BE P, N, OR A'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN MT-PR-VALUE NOT = SPACES
                AND MT-PR-VALUE NOT NUMERIC
                   MOVE 'DISCOUNT VALUE MUST BE NUMERIC 999V99'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN (MT-PR-FROM NOT = SPACES
                     AND MT-PR-FROM NOT NUMERIC)
                 OR (MT-PR-TO NOT = SPACES
                     AND MT-PR-TO NOT NUMERIC)
                   MOVE 'ARRIVAL WINDOW MUST BE NUMERIC CCYYMMDD'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN MT-PR-CAP NOT = SPACES
                AND MT-PR-CAP NOT NUMERIC
                   MOVE 'USAGE CAP MUST BE NUMERIC 00000-99999'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN OTHER
                   MOVE TBL-PM-TYPE(C-PM-SLOT)  TO C-PR-TYPE
                   MOVE TBL-PM-VALUE(C-PM-SLOT) TO C-PR-VALUE
                   MOVE TBL-PM-FROM(C-PM-SLOT)  TO C-PR-FROM
                   MOVE TBL-PM-TO(C-PM-SLOT)    TO C-PR-TO
                   IF MT-PR-TYPE NOT = SPACE
                       MOVE MT-PR-TYPE TO C-PR-TYPE
                   END-IF
                   IF MT-PR-VALUE NOT = SPACES
                       MOVE MT-PR-VALUE-NUM TO C-PR-VALUE
                   END-IF
                   IF MT-PR-FROM NOT = SPACES
                       MOVE MT-PR-FROM TO C-PR-FROM
                   END-IF
                   IF MT-PR-TO NOT = SPACES
                       MOVE MT-PR-TO TO C-PR-TO
                   END-IF
                   PERFORM 2570-EDIT-PROMO-TERMS
                   IF REJECT-SW = 'N'
                       PERFORM 2585-LOG-PRO-BEFORE
                       IF MT-NAME NOT = SPACES
                           MOVE MT-NAME TO TBL-PM-DESC(C-PM-SLOT)
                       END-IF
                       IF MT-STATUS NOT = SPACE
                           MOVE MT-STATUS TO TBL-PM-STATUS(C-PM-SLOT)
                       END-IF
                       IF MT-PR-CAP NOT = SPACES
                           MOVE MT-PR-CAP-NUM TO TBL-PM-CAP(C-PM-SLOT)
                       END-IF
                       MOVE C-PR-TYPE  TO TBL-PM-TYPE(C-PM-SLOT)
                       MOVE C-PR-VALUE TO TBL-PM-VALUE(C-PM-SLOT)
                       MOVE C-PR-FROM  TO TBL-PM-FROM(C-PM-SLOT)
                       MOVE C-PR-TO    TO TBL-PM-TO(C-PM-SLOT)
                       PERFORM 2580-LOG-PRO-AFTER
                   END-IF
           END-EVALUATE.

       2550-PRO-DEACTIVATE.
           IF PM-FOUND-SW = 'N'
               MOVE 'PROMOTION NOT ON FILE' TO O-CH-REASON
               PERFORM 2900-LOG-REJECT
           ELSE
               PERFORM 2585-LOG-PRO-BEFORE
               MOVE 'I' TO TBL-PM-STATUS(C-PM-SLOT)
               PERFORM 2580-LOG-PRO-AFTER
           END-IF.

      *    EDITS THE TERMS AS THEY WILL STAND AFTER THE TRANSACTION.
      *    A STAY IS 2-11 NIGHTS, SO "EVERY NTH NIGHT FREE" ONLY
      *    MEANS SOMETHING FOR A WHOLE N FROM 2 TO 11.
       2570-EDIT-PROMO-TERMS.
           MOVE C-PR-VALUE TO C-PR-NIGHTS.
           EVALUATE TRUE
               WHEN C-PR-TYPE = 'P'
                AND (C-PR-VALUE = 0 OR C-PR-VALUE > 100)
                   MOVE 'PERCENT OFF MUST BE OVER 0 AND NOT OVER 100'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN C-PR-TYPE = 'N'
                AND (C-PR-VALUE NOT = C-PR-NIGHTS
                     OR C-PR-NIGHTS < 2 OR C-PR-NIGHTS > 11)
                   MOVE 'NTH NIGHT FREE MUST BE A WHOLE NUMBER 2-11'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN C-PR-TYPE = 'A' AND C-PR-VALUE = 0
                   MOVE 'DOLLARS OFF MUST BE OVER ZERO' TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
               WHEN C-PR-FROM > C-PR-TO
                   MOVE 'ARRIVAL WINDOW FROM DATE IS AFTER TO DATE'
                       TO O-CH-REASON
                   PERFORM 2900-LOG-REJECT
           END-EVALUATE.

       2580-LOG-PRO-AFTER.
           MOVE 'AFTER:  ' TO O-CH-IMAGE-LABEL.
           PERFORM 2590-BUILD-PRO-IMAGE.
           PERFORM 2910-LOG-IMAGE.

       2585-LOG-PRO-BEFORE.
           MOVE 'BEFORE: ' TO O-CH-IMAGE-LABEL.
           PERFORM 2590-BUILD-PRO-IMAGE.
           PERFORM 2910-LOG-IMAGE.

       2590-BUILD-PRO-IMAGE.
           MOVE TBL-PM-STATUS(C-PM-SLOT) TO CH-IMG-PR-STATUS.
           MOVE TBL-PM-DESC(C-PM-SLOT)   TO CH-IMG-PR-DESC.
           MOVE TBL-PM-TYPE(C-PM-SLOT)   TO CH-IMG-PR-TYPE.
           MOVE TBL-PM-VALUE(C-PM-SLOT)  TO CH-IMG-PR-VALUE.
           MOVE TBL-PM-FROM(C-PM-SLOT)   TO CH-IMG-PR-FROM.
           MOVE TBL-PM-TO(C-PM-SLOT)     TO CH-IMG-PR-TO.
           MOVE TBL-PM-CAP(C-PM-SLOT)    TO CH-IMG-PR-CAP.
           MOVE CH-IMG-PRO               TO O-CH-IMAGE.

      *    PROMOTION CAMPGROUND LIST - ADD PUTS A CAMPGROUND IN THE
      *    FIRST OPEN SLOT, DEACTIVATE TAKES IT OUT.  A PROMOTION WITH
      *    NO CAMPGROUNDS LISTED IS GOOD EVERYWHERE, SO REMOVING THE
      *    LAST ONE OPENS IT UP RATHER THAN SHUTTING IT OFF.
       2600-APPLY-PRC.
           IF MT-KEY-PROMO = SPACES
               MOVE 'PROMOTION CODE MUST NOT BE BLANK' TO O-CH-REASON
               PERFORM 2900-LOG-REJECT
           ELSE
               PERFORM 2510-FIND-PROMO
               EVALUATE TRUE
                   WHEN PM-FOUND-SW = 'N'
                       MOVE 'PROMOTION NOT ON FILE' TO O-CH-REASON
                       PERFORM 2900-LOG-REJECT
                   WHEN MT-PRC-CAMPGROUND = SPACES
                       MOVE 'CAMPGROUND NAME MUST NOT BE BLANK'
                           TO O-CH-REASON
                       PERFORM 2900-LOG-REJECT
                   WHEN MT-CHANGE
                       MOVE 'CAMPGROUND HAS NO CHANGEABLE FIELDS'
                           TO O-CH-REASON
                       PERFORM 2900-LOG-REJECT
                   WHEN OTHER
                       PERFORM 2610-FIND-PRC-SLOT
                       PERFORM 2620-APPLY-PRC-ACTION
               END-EVALUATE
           END-IF.

       2610-FIND-PRC-SLOT.
           MOVE 'N' TO PM-SLOT-FOUND-SW.
           MOVE 0 TO C-PM-OPEN-SUB.
           MOVE 0 TO C-PM-FOUND-SUB.
           MOVE 1 TO C-PM-SUB.
           PERFORM 2615-CHECK-ONE-PRC
               UNTIL C-PM-SUB > 5.

       2615-CHECK-ONE-PRC.
           IF TBL-PM-CAMPGROUND(C-PM-SLOT, C-PM-SUB)
                   = MT-PRC-CAMPGROUND
            AND PM-SLOT-FOUND-SW = 'N'
               MOVE 'Y' TO PM-SLOT-FOUND-SW
               MOVE C-PM-SUB TO C-PM-FOUND-SUB
           END-IF.
           IF TBL-PM-CAMPGROUND(C-PM-SLOT, C-PM-SUB) = SPACES
            AND C-PM-OPEN-SUB = 0
               MOVE C-PM-SUB TO C-PM-OPEN-SUB
           END-IF.
           ADD 1 TO C-PM-SUB.

      *    THE CAMPGROUND MUST BE ON THE CAMPGROUND LIST AS IT STANDS
      *    AT THIS POINT IN THE RUN (A 'CGD' ADD EARLIER IN THE SAME
      *    FILE COUNTS), OR A MISKEYED NAME WOULD SILENTLY NEVER MATCH
      *    AT INTAKE.
       2620-APPLY-PRC-ACTION.
           EVALUATE TRUE
               WHEN MT-ADD
                   PERFORM 2630-FIND-PRC-CAMPGROUND
                   EVALUATE TRUE
                       WHEN CG-LOAD-OK-SW = 'Y' AND CG-FOUND-SW = 'N'
                           MOVE 'CAMPGROUND NOT ON CAMPGROUND MASTER'
                               TO O-CH-REASON
                           PERFORM 2900-LOG-REJECT
                       WHEN PM-SLOT-FOUND-SW = 'Y'
                           MOVE 'CAMPGROUND ALREADY ON PROMOTION'
                               TO O-CH-REASON
                           PERFORM 2900-LOG-REJECT
                       WHEN C-PM-OPEN-SUB = 0
                           MOVE 'PROMOTION CAMPGROUND LIST FULL'
                               TO O-CH-REASON
                           PERFORM 2900-LOG-REJECT
                       WHEN OTHER
                           MOVE 'BEFORE: ' TO O-CH-IMAGE-LABEL
                           MOVE '(NOT ON PROMOTION)' TO O-CH-IMAGE
                           PERFORM 2910-LOG-IMAGE
                           MOVE MT-PRC-CAMPGROUND TO
                               TBL-PM-CAMPGROUND(C-PM-SLOT,
                                                 C-PM-OPEN-SUB)
                           MOVE 'AFTER:  ' TO O-CH-IMAGE-LABEL
                           MOVE MT-PRC-CAMPGROUND TO O-CH-IMAGE
                           PERFORM 2910-LOG-IMAGE
                   END-EVALUATE
               WHEN MT-DEACTIVATE
                   IF PM-SLOT-FOUND-SW = 'N'
                       MOVE 'CAMPGROUND NOT ON PROMOTION'
                           TO O-CH-REASON
                       PERFORM 2900-LOG-REJECT
                   ELSE
                       MOVE 'BEFORE: ' TO O-CH-IMAGE-LABEL
                       MOVE MT-PRC-CAMPGROUND TO O-CH-IMAGE
                       PERFORM 2910-LOG-IMAGE
                       MOVE SPACES TO
                           TBL-PM-CAMPGROUND(C-PM-SLOT, C-PM-FOUND-SUB)
                       MOVE 'AFTER:  ' TO O-CH-IMAGE-LABEL
                       MOVE '(REMOVED)' TO O-CH-IMAGE
                       PERFORM 2910-LOG-IMAGE
                   END-IF
           END-EVALUATE.

       2630-FIND-PRC-CAMPGROUND.
           MOVE 'N' TO CG-FOUND-SW.
           MOVE 1 TO C-SUB.
           PERFORM 2635-CHECK-ONE-PRC-CG
               UNTIL CG-FOUND-SW = 'Y' OR C-SUB > CG-CTR.

       2635-CHECK-ONE-PRC-CG.
           IF TBL-CG-NAME(C-SUB) = MT-PRC-CAMPGROUND
            AND NOT CG-DROPPED(C-SUB)
               MOVE 'Y' TO CG-FOUND-SW
           END-IF.
           ADD 1 TO C-SUB.

      *    PROMOTION BLACKOUT RANGES - ARRIVALS FROM/TO INCLUSIVE THE
      *    PROMOTION IS NOT HONOURED (HOLIDAY WEEKENDS AND THE LIKE).
      *    ADD FILLS THE FIRST OPEN SLOT; DEACTIVATE REMOVES THE RANGE
      *    KEYED EXACTLY.
       2700-APPLY-PRB.
           IF MT-KEY-PROMO = SPACES
               MOVE 'PROMOTION CODE MUST NOT BE BLANK' TO O-CH-REASON
               PERFORM 2900-LOG-REJECT
           ELSE
               PERFORM 2510-FIND-PROMO
               EVALUATE TRUE
                   WHEN PM-FOUND-SW = 'N'
                       MOVE 'PROMOTION NOT ON FILE' TO O-CH-REASON
                       PERFORM 2900-LOG-REJECT
                   WHEN MT-PRB-FROM NOT NUMERIC
                     OR MT-PRB-TO NOT NUMERIC
                       MOVE 'BLACKOUT DATES MUST BE NUMERIC CCYYMMDD'
                           TO O-CH-REASON
                       PERFORM 2900-LOG-REJECT
                   WHEN MT-PRB-FROM > MT-PRB-TO
                       MOVE 'BLACKOUT FROM DATE IS AFTER TO DATE'
                           TO O-CH-REASON
                       PERFORM 2900-LOG-REJECT
                   WHEN MT-CHANGE
                       MOVE 'BLACKOUT RANGE HAS NO CHANGEABLE FIELDS'
                           TO O-CH-REASON
                       PERFORM 2900-LOG-REJECT
                   WHEN OTHER
                       PERFORM 2710-FIND-PRB-SLOT
                       PERFORM 2720-APPLY-PRB-ACTION
               END-EVALUATE
           END-IF.

       2710-FIND-PRB-SLOT.
           MOVE 'N' TO PM-SLOT-FOUND-SW.
           MOVE 0 TO C-PM-OPEN-SUB.
           MOVE 0 TO C-PM-FOUND-SUB.
           MOVE 1 TO C-PM-SUB.
           PERFORM 2715-CHECK-ONE-PRB
               UNTIL C-PM-SUB > 5.

       2715-CHECK-ONE-PRB.
           IF TBL-PM-BO-FROM(C-PM-SLOT, C-PM-SUB) = MT-PRB-FROM
            AND TBL-PM-BO-TO(C-PM-SLOT, C-PM-SUB) = MT-PRB-TO
            AND PM-SLOT-FOUND-SW = 'N'
               MOVE 'Y' TO PM-SLOT-FOUND-SW
               MOVE C-PM-SUB TO C-PM-FOUND-SUB
           END-IF.
           IF TBL-PM-BLACKOUT(C-PM-SLOT, C-PM-SUB) = SPACES
            AND C-PM-OPEN-SUB = 0
               MOVE C-PM-SUB TO C-PM-OPEN-SUB
           END-IF.
           ADD 1 TO C-PM-SUB.

       2720-APPLY-PRB-ACTION.
           MOVE MT-PRB-FROM TO CH-IMG-BO-FROM.
           MOVE MT-PRB-TO   TO CH-IMG-BO-TO.
           EVALUATE TRUE
               WHEN MT-ADD
                   EVALUATE TRUE
                       WHEN PM-SLOT-FOUND-SW = 'Y'
                           MOVE 'BLACKOUT ALREADY ON PROMOTION'
                               TO O-CH-REASON
                           PERFORM 2900-LOG-REJECT
                       WHEN C-PM-OPEN-SUB = 0
                           MOVE 'PROMOTION BLACKOUT LIST FULL'
                               TO O-CH-REASON
                           PERFORM 2900-LOG-REJECT
                       WHEN OTHER
                           MOVE 'BEFORE: ' TO O-CH-IMAGE-LABEL
                           MOVE '(NOT ON PROMOTION)' TO O-CH-IMAGE
                           PERFORM 2910-LOG-IMAGE
                           MOVE MT-PRB-FROM TO
                               TBL-PM-BO-FROM(C-PM-SLOT, C-PM-OPEN-SUB)
                           MOVE MT-PRB-TO TO
                               TBL-PM-BO-TO(C-PM-SLOT, C-PM-OPEN-SUB)
                           MOVE 'AFTER:  ' TO O-CH-IMAGE-LABEL
                           MOVE CH-IMG-PRB TO O-CH-IMAGE
                           PERFORM 2910-LOG-IMAGE
                   END-EVALUATE
               WHEN MT-DEACTIVATE
                   IF PM-SLOT-FOUND-SW = 'N'
                       MOVE 'BLACKOUT NOT ON PROMOTION' TO O-CH-REASON
                       PERFORM 2900-LOG-REJECT
                   ELSE
                       MOVE 'BEFORE: ' TO O-CH-IMAGE-LABEL
                       MOVE CH-IMG-PRB TO O-CH-IMAGE
                       PERFORM 2910-LOG-IMAGE
                       MOVE SPACES TO
                           TBL-PM-BLACKOUT(C-PM-SLOT, C-PM-FOUND-SUB)
                       MOVE 'AFTER:  ' TO O-CH-IMAGE-LABEL
                       MOVE '(REMOVED)' TO O-CH-IMAGE
                       PERFORM 2910-LOG-IMAGE
                   END-IF
           END-EVALUATE.

       2900-LOG-REJECT.
           MOVE 'Y' TO REJECT-SW.
           ADD 1 TO C-REJECT-CTR.
       2970-BUILD-RTE-IMAGE.
           MOVE TBL-RT-EFF-DATE(C-RT-SLOT) TO CH-IMG-RT-DATE.
           MOVE TBL-RT-RATES(C-RT-SLOT)    TO CH-IMG-RT-RATES.
           MOVE TBL-RT-MONTHLY(C-RT-SLOT)  TO CH-IMG-RT-MONTHLY.
           MOVE CH-IMG-RTE                 TO O-CH-IMAGE.

      *    A MASTER WHOSE LOAD FAILED IS NEVER REWRITTEN - THE EMPTY
           IF RT-LOAD-OK-SW = 'Y'
               PERFORM 3500-REWRITE-SITE-RATES
           END-IF.
           IF PM-LOAD-OK-SW = 'Y'
               PERFORM 3600-REWRITE-PROMOTIONS
           END-IF.
           IF WS-MNT-FILE-STATUS = '00' OR WS-MNT-FILE-STATUS = '10'
               CLOSE MAINT-INPUT
           END-IF.
               MOVE TBL-RT-LETTER(C-SUB)   TO SR-OUT-LETTER
               MOVE TBL-RT-EFF-DATE(C-SUB) TO SR-OUT-EFF-DATE
               MOVE TBL-RT-RATES(C-SUB)    TO SR-OUT-RATES
               MOVE TBL-RT-MONTHLY(C-SUB)  TO SR-OUT-MONTHLY
               WRITE SR-OUT-REC
           END-IF.
           ADD 1 TO C-SUB.

       3600-REWRITE-PROMOTIONS.
           OPEN OUTPUT PROMO-OUT.
           MOVE 1 TO C-SUB.
           PERFORM 3610-WRITE-ONE-PROMO
               UNTIL C-SUB > PM-CTR.
           CLOSE PROMO-OUT.

       3610-WRITE-ONE-PROMO.
           WRITE PM-OUT-REC FROM PM-ENTRY(C-SUB).
           ADD 1 TO C-SUB.

       9000-READ-MAINT.
           READ MAINT-INPUT
               AT END MOVE 'N' TO MORE-MNT-RECS
