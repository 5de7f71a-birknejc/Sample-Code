      *    A SETTLEMENT ADJUSTMENT WHEN THE MONEY DIFFERS.  A GUEST
      *    WHO CANNOT BE PLACED IS REFUNDED IN FULL.  EVERY GUEST
      *    GETS A NOTICE LINE ON RELOC.PRT FOR THE OFFICE TO SEND.
      *    THE NEW SITE MUST ALSO TAKE THE GUEST'S RIG (NO SHORTER
      *    THAN THE CAMPER OR MOTORHOME ON THE RESERVATION) AND HAVE
      *    AT LEAST THE HOOKUP OF THE SITE BEING CLOSED - A GUEST
      *    BOOKED ON 50 AMP IS NEVER MOVED ONTO A DRY TENT PAD.
      *
      *    SITECLS.DAT LAYOUT (ONE CARD PER CLOSED SITE):
      *      CL-CAMPGROUND/CL-SITE       THE SITE BEING CLOSED
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SR-FILE-STATUS.

           SELECT LEASE-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEASE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LS-FILE-STATUS.

           SELECT SETTLE-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SETTLE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARD-VAULT
               ASSIGN TO 'C:\COBOLFA23\CARDVLT\CARDVLT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS CV-TOKEN
                   FILE STATUS IS WS-CV-FILE-STATUS.

           SELECT PROC-SUB-OUT
               ASSIGN TO 'C:\COBOLFA23\CARDVLT\PROCSUB.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEDGER.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RES-JOURNAL-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RESJRNL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CKPT-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CKPT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
       FD CAMPRES-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

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
               88 SI-ACTIVE          VALUE 'A'.
           05 SI-MAX-LEN           PIC XX.
           05 SI-HOOKUP            PIC X.
           05 SI-ACCESS            PIC X.
           05 FILLER               PIC X.

       FD SITE-RATE-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS SR-REC
       RECORD CONTAINS 21 CHARACTERS.

       01 SR-REC.
           05 SR-SITE-LETTER      PIC X.
           05 SR-OFF-WEEKEND      PIC 99.
           05 SR-PEAK-WEEKDAY     PIC 99.
           05 SR-PEAK-WEEKEND     PIC 99.
           05 SR-MONTHLY-RATE     PIC X(4).

      *    SEASONAL LEASES - ONLY THE KEY, DATES AND STATUS ARE
      *    NEEDED TO KEEP A RELOCATED GUEST OFF A LEASED SITE.
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

       FD SETTLE-OUT
       LABEL RECORD IS OMITTED
           05 SE-RUN-DATE         PIC X(8).
           05 FILLER              PIC X(3).

      *    CARD VAULT - THE ONLY PLACE A FULL CARD NUMBER IS KEPT
      *    (LAYOUT AS IN CBLJCB02).  READ HERE ONLY TO BUILD THE
      *    PROCESSOR SUBMISSION BELOW.
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

      *    PROCESSOR SUBMISSION - EACH SETTLE-REC AGAIN WITH THE
      *    TOKEN RESOLVED BACK TO THE CARD (LAYOUT AS IN CBLJCB02).
       FD PROC-SUB-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS PROC-SUB-REC
       RECORD CONTAINS 112 CHARACTERS.

       01 PROC-SUB-REC.
           05 PS-TYPE             PIC X.
           05 PS-CCTYPE           PIC X(16).
           05 PS-CCNUM            PIC X(19).
           05 PS-CCEXP            PIC X(8).
           05 PS-AMT              PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 PS-NAME             PIC X(27).
           05 PS-CAMPGROUND       PIC X(11).
           05 PS-SITE             PIC X(3).
           05 PS-DATE             PIC X(8).
           05 PS-RUN-DATE         PIC X(8).
           05 FILLER              PIC X(3).

      *    PAYMENT LEDGER (LAYOUT AS IN CBLJCB02).  A MOVE CHANGES
      *    THE RESERVATION KEY, SO WHAT WAS PAID IS TRANSFERRED OUT
      *    OF THE OLD SITE ('RLO') AND INTO THE NEW ONE ('RLI'), AND
      *    ANY PRICE DIFFERENCE POSTS ON THE NEW SITE ('RLA') - THE
      *    NEW STAY'S ENTRIES STILL ADD UP TO ITS O-PAID-AMT.  A
      *    GUEST WHO CANNOT BE PLACED IS REFUNDED AS 'RLR'.
       FD LEDGER-OUT
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

       FD RES-JOURNAL-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS RJ-REC
       RECORD CONTAINS 437 CHARACTERS.

       COPY "RESJRNL.CPY".

       FD CKPT-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS CKPT-REC
           05 MORE-CLS-RECS        PIC X.
           05 MORE-SI-RECS         PIC X.
           05 MORE-SR-RECS         PIC X.
           05 MORE-LS-RECS         PIC X.
           05 MASTER-OPEN-SW       PIC X.
           05 SCAN-DONE-SW         PIC X.
           05 AFFECTED-SW          PIC X.
           05 NEW-SITE-FOUND-SW    PIC X.
           05 CAND-CLOSED-SW       PIC X.
           05 CAND-BOOKED-SW       PIC X.
           05 CAND-FIT-SW          PIC X.
           05 PROBE-DONE-SW        PIC X.
           05 SR-FOUND-SW          PIC X.
      *    MORE AFFECTED STAYS THAN THE WORK TABLE HOLDS - THE RUN
       01 WS-RES-FILE-STATUS       PIC XX.
       01 WS-SI-FILE-STATUS        PIC XX.
       01 WS-SR-FILE-STATUS        PIC XX.
       01 WS-LS-FILE-STATUS        PIC XX.
       01 WS-CKPT-FILE-STATUS      PIC XX.
       01 WS-RL-FILE-STATUS        PIC XX.
       01 WS-CV-FILE-STATUS        PIC XX.

      *    CARD TOKEN AS CBLJCB02 ISSUES IT - 'TK', THE VAULT
      *    SERIAL, AND THE CARD'S LAST FOUR DIGITS.  A CARD FIELD
      *    WITHOUT THE 'TK' IS A NUMBER FROM BEFORE THE VAULT.
       01 CARD-TOKEN.
           05 TK-PREFIX            PIC XX.
               88 TK-IS-TOKEN        VALUE 'TK'.
           05 TK-SERIAL            PIC 9(9).
           05 TK-MASK              PIC X(4).
           05 TK-LAST4             PIC X(4).
       01 CV-OPEN-SW               PIC X.
       01 CV-FOUND-SW              PIC X.
       01 C-CV-MISS-CTR            PIC 9(5)   VALUE 0.

      *    UPSTREAM RUN GATE - SEE 1020-CHECK-UPSTREAM-RUN.  THE
      *    RELOCATION RUN REFUSES TO MOVE GUESTS AROUND A MASTER THE
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

      *    RESJRNL.DAT RUN IDENTITY - SEE RJ-REC.
       01 HOLD-RUN-STAMP.
           05 HOLD-STAMP-DATE      PIC X(8).
           05 HOLD-STAMP-TIME      PIC X(6).
       01 C-JRNL-CTR               PIC 9(6) VALUE 0.

       01 CTRS.
           05 PAGE-CTR             PIC 99     VALUE 0.
           05 C-AFFECTED-CTR       PIC 9(4)   VALUE 0.
           05 C-SITE-RATE          PIC 99.
           05 C-END-DATE-NUM       PIC 9(8).
           05 C-RES-DATE-NUM       PIC 9(8).
      *    THE GUEST'S RIG AND THE HOOKUP OF THE SITE BEING CLOSED,
      *    HELD ACROSS THE CANDIDATE PROBES THAT OVERLAY VAL-REC.
      *    HOOKUPS ARE RANKED NONE 0, 30 AMP 1, 50 AMP 2, FULL 3.
           05 C-RIG-TYPE           PIC X.
               88 C-RIG-NEEDS-LENGTH VALUE 'C', 'M'.
           05 C-RIG-LEN            PIC 99.
           05 C-OLD-HOOKUP-RANK    PIC 9.
           05 C-HOOKUP-CODE        PIC X.
           05 C-HOOKUP-RANK        PIC 9.
      *    THE SITE, ENTRY TYPE AND SIGNED AMOUNT FOR THE NEXT
      *    LEDGER POSTING (SEE 2580-POST-LEDGER).
           05 C-LG-SITE            PIC X(3).
           05 C-LG-TYPE            PIC X(3).
           05 C-LG-AMT             PIC S9(5)V99.

      *    THE NEW SITE UNDER CONSIDERATION AND THE RATE CLASS TIERS
      *    BEING COMPARED - THE SAME A-C / D-M / N-Z TIERS AS THE
       01 LODGING-TAX-RATE         PIC V99    VALUE .07.

       01 CLS-SUB                  PIC 99.
       01 LS-SUB                   PIC 9(3).
       01 SI-SUB                   PIC 9(4).
       01 AFF-SUB                  PIC 9(3).
       01 C-SR-SUB                 PIC 9(3).
               10 TBL-SI-SITE          PIC X(3).
               10 TBL-SI-STATUS        PIC X.
                   88 TBL-SI-ACTIVE      VALUE 'A'.
               10 TBL-SI-MAX-LEN       PIC 99.
               10 TBL-SI-HOOKUP        PIC X.

      *    ACTIVE SEASONAL LEASES - A LEASED SITE IS AS UNAVAILABLE
      *    TO A RELOCATED GUEST AS A CLOSED ONE.
       01 LEASE-CTR                PIC 9(3) VALUE 0.
       01 LEASE-TABLE.
           05 LEASE-ENTRY      OCCURS 500 TIMES.
               10 TBL-LS-CAMPGROUND    PIC X(11).
               10 TBL-LS-SITE          PIC X(3).
               10 TBL-LS-START         PIC 9(8).
               10 TBL-LS-END           PIC 9(8).

      *    EFFECTIVE-DATED SITE RATES - THE SAME MASTER CBLJCB02
      *    PRICES NEW BOOKINGS FROM, SO A RELOCATED GUEST IS
       1000-INIT.
           OPEN OUTPUT RELOC-OUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE                  TO HOLD-STAMP-DATE.
           MOVE CURRENT-TIME(1:6)             TO HOLD-STAMP-TIME.
           MOVE CURRENT-MONTH                 TO RL-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO RL-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO RL-TITLE-YEAR.
               PERFORM 1050-LOAD-CLOSURES
               PERFORM 1075-LOAD-SITE-INV
               PERFORM 1078-LOAD-SITE-RATES
               PERFORM 1090-LOAD-LEASES
               MOVE 'Y' TO MASTER-OPEN-SW
               OPEN I-O CAMPRES-MASTER
               IF WS-RES-FILE-STATUS NOT = '00'
                   MOVE 'N' TO MASTER-OPEN-SW
               END-IF
               OPEN EXTEND SETTLE-OUT
               PERFORM 1072-OPEN-CARD-VAULT
               OPEN EXTEND LEDGER-OUT
               OPEN EXTEND RES-JOURNAL-OUT
           END-IF.

      *    GATE THIS JOB ON A CLEAN OVERNIGHT CBLJCB02 RUN.  A
                   MOVE RL-BALANCE-FLAG TO HOLD-BALANCE-FLAG
           END-READ.

      *    THE VAULT IS ONLY EVER READ HERE.  ONE THAT WON'T OPEN
      *    LEAVES EVERY TOKEN UNRESOLVED - NOTHING GOES TO THE
      *    PROCESSOR AND THE RUN BALANCE SAYS HOW MANY WERE HELD.
       1072-OPEN-CARD-VAULT.
           OPEN EXTEND PROC-SUB-OUT.
           MOVE 'Y' TO CV-OPEN-SW.
           OPEN INPUT CARD-VAULT.
           IF WS-CV-FILE-STATUS NOT = '00'
               MOVE 'N' TO CV-OPEN-SW
           END-IF.

       1100-INIT-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO RL-TITLE-PAGE.
               MOVE SI-CAMPGROUND TO TBL-SI-CAMPGROUND(SITE-INV-CTR)
               MOVE SI-SITE       TO TBL-SI-SITE(SITE-INV-CTR)
               MOVE SI-STATUS     TO TBL-SI-STATUS(SITE-INV-CTR)
               IF SI-MAX-LEN NUMERIC
                   MOVE SI-MAX-LEN TO TBL-SI-MAX-LEN(SITE-INV-CTR)
               ELSE
                   MOVE 0 TO TBL-SI-MAX-LEN(SITE-INV-CTR)
               END-IF
               MOVE SI-HOOKUP     TO TBL-SI-HOOKUP(SITE-INV-CTR)
           END-IF.
           PERFORM 9120-READ-SITE-INV.

               AT END MOVE 'N' TO MORE-SR-RECS
           END-READ.

       1090-LOAD-LEASES.
           MOVE 'Y' TO MORE-LS-RECS.
           OPEN INPUT LEASE-FILE.
           IF WS-LS-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-LS-RECS
           ELSE
               PERFORM 9130-READ-LEASE
           END-IF.
           PERFORM 1095-BUILD-LEASE-TABLE
               UNTIL MORE-LS-RECS = 'N'.
           IF WS-LS-FILE-STATUS = '00' OR WS-LS-FILE-STATUS = '10'
               CLOSE LEASE-FILE
           END-IF.

       1095-BUILD-LEASE-TABLE.
           IF LEASE-CTR < 500
            AND LSE-STATUS = 'A'
            AND LSE-START-DATE NUMERIC AND LSE-END-DATE NUMERIC
               ADD 1 TO LEASE-CTR
               MOVE LSE-CAMPGROUND TO TBL-LS-CAMPGROUND(LEASE-CTR)
               MOVE LSE-SITE       TO TBL-LS-SITE(LEASE-CTR)
               MOVE LSE-START-DATE TO TBL-LS-START(LEASE-CTR)
               MOVE LSE-END-DATE   TO TBL-LS-END(LEASE-CTR)
           END-IF.
           PERFORM 9130-READ-LEASE.

       9130-READ-LEASE.
           READ LEASE-FILE
               AT END MOVE 'N' TO MORE-LS-RECS
           END-READ.

      *    FIRST PASS - WALK THE WHOLE MASTER AND COLLECT THE KEY OF
      *    EVERY RESERVATION WHOSE SITE AND DATES TOUCH A CLOSURE,
      *    SO THE MOVES HAPPEN AGAINST A SETTLED LIST INSTEAD OF A
           ELSE
               MOVE C-OLD-TOT TO C-PAID-WORK
           END-IF.
           MOVE O-RIG-TYPE TO C-RIG-TYPE.
           IF O-RIG-LEN NUMERIC
               MOVE O-RIG-LEN TO C-RIG-LEN
           ELSE
               MOVE 0 TO C-RIG-LEN
           END-IF.
           MOVE 0 TO C-OLD-HOOKUP-RANK.
           MOVE 1 TO SI-SUB.
           PERFORM 2305-FIND-OLD-HOOKUP
               UNTIL SI-SUB > SITE-INV-CTR.

       2305-FIND-OLD-HOOKUP.
           IF TBL-SI-CAMPGROUND(SI-SUB) = O-CAMPGROUND
            AND TBL-SI-SITE(SI-SUB) = C-OLD-SITE
               MOVE TBL-SI-HOOKUP(SI-SUB) TO C-HOOKUP-CODE
               PERFORM 2320-SET-HOOKUP-RANK
               MOVE C-HOOKUP-RANK TO C-OLD-HOOKUP-RANK
           END-IF.
           ADD 1 TO SI-SUB.

       2310-SET-RATE-CLASS.
           EVALUATE TRUE
                   MOVE 3 TO C-NEW-TIER
           END-EVALUATE.

      *    A HOOKUP NOT RECORDED ON THE INVENTORY RANKS AS NONE.
       2320-SET-HOOKUP-RANK.
           EVALUATE C-HOOKUP-CODE
               WHEN '3'
                   MOVE 1 TO C-HOOKUP-RANK
               WHEN '5'
                   MOVE 2 TO C-HOOKUP-RANK
               WHEN 'F'
                   MOVE 3 TO C-HOOKUP-RANK
               WHEN OTHER
                   MOVE 0 TO C-HOOKUP-RANK
           END-EVALUATE.

      *    WALK THE INVENTORY FOR AN OPEN SITE AT THE SAME
      *    CAMPGROUND IN THE SAME OR A CHEAPER RATE TIER THAT TAKES
      *    THE GUEST'S RIG AND HOOKUP, ISN'T ITSELF CLOSED FOR THE
      *    STAY AND HAS NO BOOKING TOUCHING THE DATES - FIRST FIT
      *    WINS.
       2400-FIND-NEW-SITE.
           MOVE 'N' TO NEW-SITE-FOUND-SW.
           MOVE 1 TO SI-SUB.
               MOVE TBL-SI-SITE(SI-SUB) TO C-NEW-SITE
               MOVE C-NEW-SITE(1:1) TO C-CLASS-LETTER
               PERFORM 2310-SET-RATE-CLASS
               PERFORM 2415-CANDIDATE-FIT-CHECK
               IF C-NEW-TIER <= C-OLD-TIER AND CAND-FIT-SW = 'Y'
                   PERFORM 2420-CANDIDATE-CLOSED-CHECK
                   IF CAND-CLOSED-SW = 'N'
                       PERFORM 2430-CANDIDATE-OVERLAP-CHECK
           END-IF.
           ADD 1 TO SI-SUB.

      *    THE SAME LENGTH TEST 2106-SITE-INV-CHECK IN CBLJCB02
      *    BOOKS AGAINST - A PAD NOT YET MEASURED TAKES ANY RIG - AND
      *    NO STEP DOWN FROM THE HOOKUP THE GUEST WAS BOOKED ON.
       2415-CANDIDATE-FIT-CHECK.
           MOVE 'Y' TO CAND-FIT-SW.
           IF C-RIG-NEEDS-LENGTH
            AND TBL-SI-MAX-LEN(SI-SUB) > 0
            AND C-RIG-LEN > TBL-SI-MAX-LEN(SI-SUB)
               MOVE 'N' TO CAND-FIT-SW
           END-IF.
           MOVE TBL-SI-HOOKUP(SI-SUB) TO C-HOOKUP-CODE.
           PERFORM 2320-SET-HOOKUP-RANK.
           IF C-HOOKUP-RANK < C-OLD-HOOKUP-RANK
               MOVE 'N' TO CAND-FIT-SW
           END-IF.

       2420-CANDIDATE-CLOSED-CHECK.
           MOVE 'N' TO CAND-CLOSED-SW.
           MOVE 1 TO CLS-SUB.
           PERFORM 2425-CHECK-CAND-CLOSURE
               UNTIL CAND-CLOSED-SW = 'Y' OR CLS-SUB > CLOSURE-CTR.
           MOVE 1 TO LS-SUB.
           PERFORM 2427-CHECK-CAND-LEASE
               UNTIL CAND-CLOSED-SW = 'Y' OR LS-SUB > LEASE-CTR.

       2425-CHECK-CAND-CLOSURE.
           IF TBL-CL-CAMPGROUND(CLS-SUB) = O-CAMPGROUND
           END-IF.
           ADD 1 TO CLS-SUB.

       2427-CHECK-CAND-LEASE.
           IF TBL-LS-CAMPGROUND(LS-SUB) = O-CAMPGROUND
            AND TBL-LS-SITE(LS-SUB)     = C-NEW-SITE
            AND TBL-LS-START(LS-SUB)   <= C-END-DATE-NUM
            AND TBL-LS-END(LS-SUB)     >= C-RES-DATE-NUM
               MOVE 'Y' TO CAND-CLOSED-SW
           END-IF.
           ADD 1 TO LS-SUB.

      *    PROBE THE MASTER FOR ANY STAY ON THE CANDIDATE SITE
      *    TOUCHING THE GUEST'S DATES - THE SAME KEYED WALK
      *    CBLJCB02'S OVERLAP CHECK USES.  THE GUEST'S OWN RECORD IS
           MOVE O-DATE        TO SE-DATE.
           MOVE CURRENT-DATE  TO SE-RUN-DATE.
           WRITE SETTLE-REC.
           PERFORM 2590-WRITE-PROC-SUB.
           ADD C-ADJ-AMT TO C-ADJ-TOTAL.
           MOVE C-NEW-SITE    TO C-LG-SITE.
           MOVE 'RLA'         TO C-LG-TYPE.
           COMPUTE C-LG-AMT = 0 - C-ADJ-AMT.
           PERFORM 2580-POST-LEDGER.

       2560-WRITE-NOTICE-MOVED.
           MOVE O-NAME       TO RL-NAME.
                   CONTINUE
           END-WRITE.
           IF WS-RES-FILE-STATUS = '00'
               MOVE 'A'         TO RJ-ACTION
               MOVE SPACES      TO RJ-BEFORE
               MOVE VAL-REC     TO RJ-AFTER
               PERFORM 2575-WRITE-JOURNAL
               MOVE C-OLD-SITE  TO C-LG-SITE
               MOVE 'RLO'       TO C-LG-TYPE
               COMPUTE C-LG-AMT = 0 - C-PAID-WORK
               PERFORM 2580-POST-LEDGER
               MOVE C-NEW-SITE  TO C-LG-SITE
               MOVE 'RLI'       TO C-LG-TYPE
               MOVE C-PAID-WORK TO C-LG-AMT
               PERFORM 2580-POST-LEDGER
               MOVE TBL-AF-CAMPGROUND(AFF-SUB) TO O-CAMPGROUND
               MOVE TBL-AF-SITE(AFF-SUB)       TO O-SITE
               MOVE TBL-AF-DATE(AFF-SUB)       TO O-DATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VAL-REC TO RJ-BEFORE
                       DELETE CAMPRES-MASTER RECORD
                       IF WS-RES-FILE-STATUS = '00'
                           MOVE 'D'    TO RJ-ACTION
                           MOVE SPACES TO RJ-AFTER
                           PERFORM 2575-WRITE-JOURNAL
                       END-IF
               END-READ
               ADD 1 TO C-MOVED-CTR
           END-IF.

      *    STAMP AND APPEND ONE RESJRNL.DAT ENTRY.  THE CALLER HAS
      *    ALREADY SET RJ-ACTION, RJ-BEFORE AND RJ-AFTER, AND ONLY
      *    COMES HERE ONCE THE FILE SYSTEM HAS TAKEN THE UPDATE.
       2575-WRITE-JOURNAL.
           ADD 1 TO C-JRNL-CTR.
           MOVE 'CBLJCB14'     TO RJ-PROGRAM.
           MOVE CURRENT-DATE   TO RJ-RUN-DATE.
           MOVE HOLD-RUN-STAMP TO RJ-RUN-STAMP.
           MOVE C-JRNL-CTR     TO RJ-SEQ.
           WRITE RJ-REC.

      *    ONE PAYMENT LEDGER ENTRY AGAINST THE STAY IN VAL-REC ON
      *    SITE C-LG-SITE - THE CALLER SETS THE SITE, C-LG-TYPE AND
      *    THE SIGNED C-LG-AMT.
       2580-POST-LEDGER.
           MOVE SPACES        TO LEDGER-REC.
           MOVE O-CAMPGROUND  TO LG-CAMPGROUND.
           MOVE C-LG-SITE     TO LG-SITE.
           MOVE O-DATE        TO LG-DATE.
           MOVE O-GUEST-NUM   TO LG-GUEST-NUM.
           MOVE CURRENT-DATE  TO LG-POST-DATE.
           MOVE C-LG-TYPE     TO LG-ENTRY-TYPE.
           MOVE C-LG-AMT      TO LG-AMT.
           MOVE 'CBLJCB14'    TO LG-PROGRAM.
           WRITE LEDGER-REC.

      *    WRITE THE PROCESSOR'S COPY OF THE SETTLE-REC JUST BUILT,
      *    WITH THE TOKEN SWAPPED BACK FOR THE CARD AND EXPIRY - THE
      *    ONE MOMENT THE FULL NUMBER IS NEEDED.  A TOKEN THE VAULT
      *    CAN'T RESOLVE IS NEVER SENT; IT STAYS ON SETTLE.DAT AND
      *    LISTS ON CBLJCB10'S NOT-ON-PROCESSOR-RETURN SECTION.
       2590-WRITE-PROC-SUB.
           MOVE SETTLE-REC TO PROC-SUB-REC.
           MOVE SE-CCNUM   TO CARD-TOKEN.
           MOVE 'Y'        TO CV-FOUND-SW.
           IF TK-IS-TOKEN
               MOVE 'N' TO CV-FOUND-SW
               IF CV-OPEN-SW = 'Y'
                   MOVE SE-CCNUM TO CV-TOKEN
                   READ CARD-VAULT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y'      TO CV-FOUND-SW
                           MOVE CV-CCNUM TO PS-CCNUM
                           MOVE CV-CCEXP TO PS-CCEXP
                   END-READ
               END-IF
           END-IF.
           IF CV-FOUND-SW = 'Y'
               WRITE PROC-SUB-REC
           ELSE
               ADD 1 TO C-CV-MISS-CTR
           END-IF.

      *    NO OPEN SITE FITS - REFUND EVERYTHING THE GUEST HAS PAID
      *    AND RELEASE THE RESERVATION, WITH A NOTICE LINE SO THE
      *    OFFICE CAN SEND THE LETTER AND THE APOLOGY.
               MOVE O-DATE        TO SE-DATE
               MOVE CURRENT-DATE  TO SE-RUN-DATE
               WRITE SETTLE-REC
               PERFORM 2590-WRITE-PROC-SUB
               ADD C-PAID-WORK TO C-REFUND-TOTAL
               MOVE O-SITE        TO C-LG-SITE
               MOVE 'RLR'         TO C-LG-TYPE
               COMPUTE C-LG-AMT = 0 - C-PAID-WORK
               PERFORM 2580-POST-LEDGER
           END-IF.
           MOVE O-NAME       TO RL-NAME.
           MOVE O-CAMPGROUND TO RL-CAMPGROUND.
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           MOVE VAL-REC TO RJ-BEFORE.
           DELETE CAMPRES-MASTER RECORD.
           IF WS-RES-FILE-STATUS = '00'
               ADD 1 TO C-REFUNDED-CTR
               MOVE 'D'    TO RJ-ACTION
               MOVE SPACES TO RJ-AFTER
               PERFORM 2575-WRITE-JOURNAL
           END-IF.

      *    PROVE THE RUN: EVERY AFFECTED RESERVATION WAS EITHER
           END-IF.
           CLOSE RELOC-OUT.

       3050-CLOSE-CARD-VAULT.
           CLOSE PROC-SUB-OUT.
           IF CV-OPEN-SW = 'Y'
               CLOSE CARD-VAULT
           END-IF.

       3100-RELOC-TOTALS.
           IF AFF-OVERFLOW-SW = 'Y'
               WRITE RELOC-LINE FROM RELOC-TRUNC-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REFUNDED - COULD NOT PLACE' TO O-BAL-LABEL.
           MOVE C-REFUNDED-CTR               TO O-BAL-CTR.
           WRITE RELOC-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT SENT - NO VAULT CARD  ' TO O-BAL-LABEL.
           MOVE C-CV-MISS-CTR                TO O-BAL-CTR.
           WRITE RELOC-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PRICE ADJUSTMENTS TOTAL   ' TO O-BAL-TOT-LABEL.
               CLOSE CAMPRES-MASTER
           END-IF.
           CLOSE SETTLE-OUT.
           PERFORM 3050-CLOSE-CARD-VAULT.
           CLOSE LEDGER-OUT.
           CLOSE RES-JOURNAL-OUT.

       END PROGRAM CBLJCB14.
