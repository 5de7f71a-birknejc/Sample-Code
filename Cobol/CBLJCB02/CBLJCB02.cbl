			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS WS-RDC-FILE-STATUS.

		   SELECT RES-JOURNAL-OUT
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RESJRNL.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT RUN-LOG-OUT
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RUNLOG.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SETTLE.DAT'
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

		   SELECT PROC-SUB-OUT
		   ASSIGN TO 'C:\COBOLFA23\CARDVLT\PROCSUB.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT PROMO-FILE
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PROMO.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS WS-PM-FILE-STATUS.

		   SELECT PROMO-RED-CHECK
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PROMORED.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS WS-PRD-FILE-STATUS.

		   SELECT PROMO-RED-OUT
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PROMORED.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT LEASE-CHECK
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEASE.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS WS-LS-FILE-STATUS.

		   SELECT LEASE-OUT
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEASE.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT PARTNER-RES-OUT
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PTNRRES.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT LEDGER-OUT
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEDGER.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT WAITLIST-OUT
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\WAITLIST.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.
			   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\ERR.PRT'
				   ORGANIZATION IS RECORD SEQUENTIAL.

		   SELECT DNR-REVIEW-OUT
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DNRREV.PRT'
			   ORGANIZATION IS RECORD SEQUENTIAL.

	   FILE SECTION.
	   FD CAMPRES-INPUT
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS TRAN-REC
	   RECORD CONTAINS 215 CHARACTERS.

	   COPY "TRAN.CPY".

	   FD CAMPRES-MASTER
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS VAL-REC
	   RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

	   FD CONFIRM-OUT
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS CONFIRM-REC
	   RECORD CONTAINS 219 CHARACTERS.

	   01 CONFIRM-REC.
	       05 CO-NAME             PIC X(27).
      *    RETURNING GUEST CAN KEY IT ON THEIR NEXT BOOKING.
	       05 CO-GUEST-NUM        PIC 9(6).
	       05 CO-RETURNING        PIC X.
      *    THE PROMOTION HONOURED AND WHAT IT TOOK OFF THE NIGHTS,
      *    SO THE LETTER CAN SHOW THE DISCOUNT ABOVE THE TAX LINE.
      *    BLANK CODE AND ZERO DISCOUNT ON A FULL-PRICE BOOKING.
	       05 CO-PROMO-CODE       PIC X(8).
	       05 CO-DISC-AMT   PIC S9(5)V99 SIGN LEADING SEPARATE.

	   FD CKPT-FILE
	   LABEL RECORD IS OMITTED
	   FD GUEST-MASTER
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS GM-REC
	   RECORD CONTAINS 170 CHARACTERS.

	   01 GM-REC.
	       05 GM-GUEST-NUM        PIC 9(6).
	       05 GM-ZIP              PIC X(5).
	       05 GM-PHONE            PIC X(10).
	       05 GM-EMAIL            PIC X(30).
      *    GM-DISPUTES - CARD DISPUTES AND CHARGEBACKS RAISED BY
      *    THE GUEST, COUNTED BY THE CBLJCB18 CHARGEBACK INTAKE.
      *    BLANK ON RECORDS FROM BEFORE IT WAS KEPT - TEST NUMERIC
      *    BEFORE USING.
	       05 GM-DISPUTES         PIC 9(3).
      *    GM-STATUS - BLANK FOR AN ACTIVE GUEST, 'R' FOR A NUMBER
      *    RETIRED BY THE CBLJCB29 MERGE, WITH GM-MERGED-INTO HOLDING
      *    THE SURVIVING NUMBER ITS HISTORY WAS FOLDED INTO.  A
      *    RETIRED NUMBER STAYS ON FILE SO IT IS NEVER HANDED OUT OR
      *    BOOKED AGAIN.  'D' IS A GUEST ON THE DO-NOT-RENT LIST, SET
      *    AND CLEARED ONLY THROUGH CBLJCB30, WITH GM-DNR-REASON,
      *    GM-DNR-DATE AND GM-DNR-BY SAYING WHY, WHEN AND BY WHOM.
	       05 GM-STATUS           PIC X.
	           88 GM-RETIRED          VALUE 'R'.
	           88 GM-DO-NOT-RENT      VALUE 'D'.
	       05 GM-MERGED-INTO      PIC X(6).
	       05 GM-DNR-REASON       PIC XX.
	       05 GM-DNR-DATE         PIC X(8).
	       05 GM-DNR-BY           PIC X(3).
	       05 FILLER              PIC X(6).

      *    NEXT-GUEST-NUMBER CONTROL - THE HIGHEST GUEST NUMBER EVER
      *    ASSIGNED, READ AT INIT AND REWRITTEN AT CLOSING SO EVERY

	   01 RUN-DATE-CARD-REC      PIC X(8).

      *    MASTER JOURNAL - ONE BEFORE/AFTER IMAGE PER CAMPRES.DAT
      *    RECORD ADDED OR DELETED (SEE 2390-WRITE-JOURNAL).
	   FD RES-JOURNAL-OUT
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS RJ-REC
	   RECORD CONTAINS 437 CHARACTERS.

       COPY "RESJRNL.CPY".

      *    RUN LOG - ONE RECORD APPENDED PER RUN WITH THE COUNTS AND
      *    DOLLAR TOTALS THE BALANCING SECTION PRINTS, SO THE MORNING
      *    CHECKOUT IS A TWO-MINUTE COMPARE FROM RUN TO RUN INSTEAD
      *    SITE INVENTORY MASTER - WHICH SITES ACTUALLY EXIST (AND
      *    ARE OPEN) AT EACH CAMPGROUND, SO 2106-SITE-INV-CHECK CAN
      *    REJECT A RESERVATION FOR A SITE THE CAMPGROUND DOESN'T
      *    HAVE INSTEAD OF CONFIRMING A GUEST ONTO IT.  IT ALSO
      *    DESCRIBES THE PAD, SO A RIG TOO LONG FOR IT IS TURNED AWAY
      *    HERE RATHER THAN AT THE GATE:
      *      SI-MAX-LEN  - LONGEST RIG THE PAD TAKES, IN FEET.  BLANK
      *                    OR ZERO WHERE IT HAS NOT BEEN MEASURED, AND
      *                    THEN NO RIG IS TURNED AWAY ON LENGTH.
      *      SI-HOOKUP   - 'N' NO POWER, '3' 30 AMP, '5' 50 AMP, 'F'
      *                    FULL HOOKUP (POWER, WATER AND SEWER).
      *      SI-ACCESS   - 'P' PULL-THROUGH, 'B' BACK-IN.
	   FD SITE-INV-FILE
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS SI-REC
	   RECORD CONTAINS 20 CHARACTERS.

	   01 SI-REC.
	       05 SI-CAMPGROUND       PIC X(11).
	       05 SI-SITE             PIC X(3).
	       05 SI-STATUS           PIC X.
	       05 SI-MAX-LEN          PIC XX.
	       05 SI-HOOKUP           PIC X.
	       05 SI-ACCESS           PIC X.
	       05 FILLER              PIC X.

      *    CARD SETTLEMENT EXPORT - ONE CHARGE RECORD PER ACCEPTED
      *    RESERVATION (AND A CREDIT REVERSING THE OLD STAY ON A
	       05 SE-RUN-DATE         PIC X(8).
	       05 FILLER              PIC X(3).

      *    CARD VAULT - THE ONLY PLACE A FULL CARD NUMBER AND EXPIRY
      *    ARE KEPT.  EVERY OTHER FILE (CAMPRES, STAYHIST, SETTLE,
      *    SETTLHST) CARRIES THE TOKEN INSTEAD: 'TK', A NINE-DIGIT
      *    VAULT SERIAL, FOUR ASTERISKS AND THE CARD'S LAST FOUR, SO
      *    A TOKEN STILL PRINTS AND MATCHES BY LAST FOUR LIKE A
      *    MASKED CARD.  THE FILE LIVES IN ITS OWN DIRECTORY SO
      *    ACCESS TO IT CAN BE LOCKED DOWN APART FROM THE REST OF
      *    THE RESERVATION DATA.
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

      *    HIGHEST VAULT SERIAL EVER ISSUED - READ AT INIT AND
      *    REWRITTEN AT CLOSING THE SAME WAY GUESTCTL.DAT IS.
	   FD VAULT-CTL-FILE
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS VAULT-CTL-REC
	   RECORD CONTAINS 9 CHARACTERS.

	   01 VAULT-CTL-REC           PIC 9(9).

      *    PROCESSOR SUBMISSION - EACH SETTLE-REC AGAIN WITH THE
      *    TOKEN RESOLVED BACK TO THE CARD AND EXPIRY.  THIS IS THE
      *    FILE THAT GOES TO THE PROCESSOR; SETTLE.DAT STAYS BEHIND
      *    AS THE TOKENIZED REGISTER THE OTHER RUNS WORK FROM.
	   FD PROC-SUB-OUT
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS PROC-SUB-REC
	   RECORD CONTAINS 112 CHARACTERS.

	   01 PROC-SUB-REC.
	       05 PS-TYPE             PIC X.
	       05 PS-CCTYPE           PIC X(16).
	       05 PS-CCNUM            PIC X(19).
	       05 PS-CCEXP            PIC X(8).
	       05 PS-AMT        PIC S9(5)V99 SIGN LEADING SEPARATE.
	       05 PS-NAME             PIC X(27).
	       05 PS-CAMPGROUND       PIC X(11).
	       05 PS-SITE             PIC X(3).
	       05 PS-DATE             PIC X(8).
	       05 PS-RUN-DATE         PIC X(8).
	       05 FILLER              PIC X(3).

      *    PROMOTION MASTER, MAINTAINED THROUGH CBLJCB08 - ONE
      *    RECORD PER PROMOTION CODE WITH THE DISCOUNT TERMS, THE
      *    CAMPGROUNDS IT IS GOOD AT (ALL BLANK = EVERY CAMPGROUND),
      *    THE ARRIVAL WINDOW, BLACKOUT RANGES AND USAGE CAP (ZERO
      *    = UNLIMITED).  DISCOUNT TYPES -
      *      P  PERCENT OFF THE NIGHTS
      *      N  EVERY NTH NIGHT FREE ("THIRD NIGHT FREE" IS N = 3)
      *      A  FLAT DOLLARS OFF THE NIGHTS
	   FD PROMO-FILE
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS PM-REC
	   RECORD CONTAINS 200 CHARACTERS.

	   01 PM-REC.
	       05 PM-PROMO-CODE       PIC X(8).
	       05 PM-STATUS           PIC X.
	       05 PM-DESC             PIC X(25).
	       05 PM-DISC-TYPE        PIC X.
	       05 PM-DISC-VALUE       PIC 9(3)V99.
	       05 PM-ARRIVE-FROM      PIC X(8).
	       05 PM-ARRIVE-TO        PIC X(8).
	       05 PM-USAGE-CAP        PIC 9(5).
	       05 PM-CAMPGROUNDS.
	           10 PM-CAMPGROUND   PIC X(11) OCCURS 5 TIMES.
	       05 PM-BLACKOUTS.
	           10 PM-BLACKOUT     OCCURS 5 TIMES.
	               15 PM-BO-FROM  PIC X(8).
	               15 PM-BO-TO    PIC X(8).
	       05 FILLER              PIC X(4).

      *    PROMOTION REDEMPTIONS - APPENDED EVERY TIME A BOOKING IS
      *    ACCEPTED UNDER A PROMOTION ('R') AND EVERY TIME ONE IS
      *    TAKEN BACK OFF THE MASTER ('X' - A CHANGE, A PARTY
      *    BACKOUT, OR A CBLJCB03 CANCELLATION).  NIGHTS AND DOLLARS
      *    ARE ALWAYS POSITIVE; THE ACTION SAYS WHICH WAY THEY COUNT.
      *    PR-NET-AMT IS THE NIGHTS' REVENUE AFTER THE DISCOUNT
      *    (BEFORE TAX AND FEE).  READ AT INIT TO COUNT EACH CODE'S
      *    USES AGAINST ITS CAP, AND BY THE CBLJCB21 REDEMPTION
      *    REPORT.
	   FD PROMO-RED-CHECK
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS PRC-REC
	   RECORD CONTAINS 80 CHARACTERS.

	   01 PRC-REC.
	       05 PRC-PROMO-CODE      PIC X(8).
	       05 FILLER              PIC X(38).
	       05 PRC-ACTION          PIC X.
	       05 FILLER              PIC X(33).

	   FD PROMO-RED-OUT
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS PROMO-RED-REC
	   RECORD CONTAINS 80 CHARACTERS.

	   01 PROMO-RED-REC.
	       05 PR-PROMO-CODE       PIC X(8).
	       05 PR-CAMPGROUND       PIC X(11).
	       05 PR-SITE             PIC X(3).
	       05 PR-DATE             PIC X(8).
	       05 PR-GUEST-NUM        PIC X(6).
	       05 PR-NIGHTS           PIC 99.
	       05 PR-DISC-AMT   PIC S9(5)V99 SIGN LEADING SEPARATE.
	       05 PR-ACTION           PIC X.
	       05 PR-NET-AMT    PIC S9(5)V99 SIGN LEADING SEPARATE.
	       05 PR-RUN-DATE         PIC X(8).
	       05 PR-PROGRAM          PIC X(8).
	       05 FILLER              PIC X(9).

      *    SEASONAL LEASES - LOADED AT INIT SO A NIGHTLY BOOKING
      *    CAN'T LAND ON A LEASED SITE (SEE 2123-LEASE-OVERLAP-CHECK)
      *    AND APPENDED TO AS EACH NEW LEASE IS ACCEPTED.  ONLY THE
      *    KEY, DATES AND STATUS MATTER TO THE LOAD.
	   FD LEASE-CHECK
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS LSC-REC
	   RECORD CONTAINS 160 CHARACTERS.

	   01 LSC-REC.
	       05 LSC-CAMPGROUND      PIC X(11).
	       05 LSC-SITE            PIC X(3).
	       05 LSC-START-DATE      PIC 9(8).
	       05 LSC-END-DATE        PIC 9(8).
	       05 FILLER              PIC XX.
	       05 LSC-STATUS          PIC X.
	       05 FILLER              PIC X(127).

	   FD LEASE-OUT
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS LS-REC
	   RECORD CONTAINS 160 CHARACTERS.

       COPY "LEASE.CPY".

      *    PARTNER BOOKING RESULTS - THE ANSWER TO EVERY BOOKING THE
      *    ONLINE PARTNER SENT, FOR CBLJCB25 TO ACKNOWLEDGE BACK TO
      *    THEM (SEE 2380-WRITE-PARTNER-RESULT).
	   FD PARTNER-RES-OUT
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS PN-REC
	   RECORD CONTAINS 165 CHARACTERS.

       COPY "PTNRRES.CPY".

      *    PAYMENT LEDGER - ONE DATED, TYPED ENTRY FOR EVERY DOLLAR
      *    CHARGED TO OR CREDITED BACK ON A STAY, KEYED BY THE
      *    RESERVATION AND THE GUEST NUMBER SO THE FOLIO RUN
      *    (CBLJCB17) CAN ANSWER "WHAT DID YOU CHARGE ME AND WHY"
      *    WITHOUT A HAND SEARCH OF THE SETTLEMENT FILES.  EVERY RUN
      *    THAT WRITES SETTLE.DAT APPENDS HERE IN THE SAME BREATH.
      *    CHARGES POST POSITIVE, CREDITS NEGATIVE, SO THE ENTRIES
      *    FOR ONE STAY ADD UP TO ITS O-PAID-AMT.  ENTRY TYPES -
      *      DEP DEPOSIT AT BOOKING      FUL FULL CHARGE AT BOOKING
      *      CHC CHANGE CREDIT           PBO PARTY BACKOUT CREDIT
      *      BAL BALANCE BILLED (12)     CXR CANCEL REFUND (03)
      *      NSF NO-SHOW FORFEIT (13)    NSR NO-SHOW REFUND (13)
      *      RLO RELOCATED OUT (14)      RLI RELOCATED IN (14)
      *      RLA RELOCATION ADJ (14)     RLR UNPLACED REFUND (14)
      *      CBK CHARGEBACK LOST (18)    LSE LEASE RENT (22)
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
	       05 LG-AMT        PIC S9(5)V99 SIGN LEADING SEPARATE.
	       05 LG-PROGRAM          PIC X(8).
	       05 FILLER              PIC X(5).

      *    OVERLAP REJECTIONS (ERR28) ARE CAPTURED HERE WITH THE
      *    GUEST'S NAME AND REQUESTED SITE/DATES SO A LATER CBLJCB03
      *    CANCELLATION THAT FREES THE SITE CAN OFFER IT BACK INSTEAD
      *    NEXT SEASON'S RATES CAN SIT ON THE FILE WEEKS AHEAD;
      *    2116-RATE-LOOKUP PICKS THE RECORD IN FORCE FOR THE ARRIVAL
      *    DATE BEING PRICED, SO A RATE CHANGE NO LONGER NEEDS A
      *    RECOMPILE TIMED TO THE NIGHT IT TAKES EFFECT.  THE
      *    MONTHLY RATE PRICES A SEASONAL LEASE AND IS BLANK WHERE A
      *    LETTER IS NOT LEASED BY THE MONTH.
	   FD SITE-RATE-FILE
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS SR-REC
	   RECORD CONTAINS 21 CHARACTERS.

	   01 SR-REC.
	       05 SR-SITE-LETTER      PIC X.
	       05 SR-OFF-WEEKEND      PIC 99.
	       05 SR-PEAK-WEEKDAY     PIC 99.
	       05 SR-PEAK-WEEKEND     PIC 99.
	       05 SR-MONTHLY-RATE     PIC 9(4).

	   FD ERROUT
	   LABEL RECORD IS OMITTED

	   01 ERRLINE               PIC X(132).

      *    MANAGER REVIEW LISTING - BOOKINGS REFUSED BECAUSE THE GUEST
      *    IS ON THE DO-NOT-RENT LIST (SEE 2090-DNR-CHECK).  KEPT OFF
      *    ERR.PRT SO THE OFFICE DOES NOT CORRECT AND RESUBMIT THEM.
	   FD DNR-REVIEW-OUT
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS DNRLINE
	   RECORD CONTAINS 132 CHARACTERS
	   LINAGE IS 60 WITH FOOTING AT 56.

	   01 DNRLINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 FIRST-ERR-SW      PIC X.
           05 OVERLAP-DONE-SW   PIC X.
           05 RETURNING-SW      PIC X.
           05 PARTY-FAIL-SW     PIC X    VALUE 'N'.
           05 MORE-PM-RECS      PIC X.
           05 MORE-PRD-RECS     PIC X.
           05 PM-HIT-SW         PIC X.
           05 MORE-LS-RECS      PIC X.
           05 MORE-GM-RECS      PIC X.
           05 DNR-HIT-SW        PIC X.
       01 WS-RES-FILE-STATUS    PIC XX.
       01 WS-CG-FILE-STATUS     PIC XX.
       01 WS-SI-FILE-STATUS     PIC XX.
       01 WS-GCTL-FILE-STATUS   PIC XX.
       01 WS-CKPT-FILE-STATUS   PIC XX.
       01 WS-AUD-FILE-STATUS    PIC XX.
       01 WS-CV-FILE-STATUS     PIC XX.
       01 WS-VCTL-FILE-STATUS   PIC XX.
       01 WS-PM-FILE-STATUS     PIC XX.
       01 WS-PRD-FILE-STATUS    PIC XX.
       01 WS-LS-FILE-STATUS     PIC XX.

      *    RUN CHECKPOINT - HOW MANY TRAN-RECs HAVE BEEN WRITTEN
      *    THROUGH TO CAMPRES.DAT/ERR.PRT SO A RERUN AFTER AN ABORT
		       10 CURRENT-MONTH PIC XX.	  
		       10 CURRENT-DAY   PIC XX.	  
		   05 CURRENT-TIME      PIC X(11).
      *    RESJRNL.DAT RUN IDENTITY - THE CLOCK DATE AND TIME THE RUN
      *    STARTED, TAKEN BEFORE RUNDATE.DAT CAN OVERLAY THE DATE.
       01 HOLD-RUN-STAMP.
           05 HOLD-STAMP-DATE   PIC X(8).
           05 HOLD-STAMP-TIME   PIC X(6).
       01 C-JRNL-CTR            PIC 9(6)      VALUE 0.
       01 MISC.
           05 ERR-PAGE-CTR      PIC 99     VALUE 0.
           05 C-REC-ERR-CTR     PIC 99     VALUE 0.
           05 C-CRD-TOTAL       PIC S9(7)V99  VALUE 0.
           05 C-NET-TOTAL       PIC S9(7)V99  VALUE 0.
           05 C-SET-TOT-CTR     PIC 9(5)      VALUE 0.
           05 C-LG-CTR          PIC 9(5)      VALUE 0.
           05 C-LG-TOTAL        PIC S9(7)V99  VALUE 0.
      *    THE LEDGER ENTRY TYPE AND SIGNED AMOUNT THE CALLER WANTS
      *    POSTED BY 2315-POST-LEDGER.
           05 C-LG-TYPE         PIC X(3).
           05 C-LG-AMT          PIC S9(5)V99.
      *    ITEMIZED PRICING - THE LODGING TAX RATE AND THE FLAT
      *    RESERVATION FEE APPLIED ON TOP OF THE BASE SITE CHARGE
      *    (SEE 2305-CALC-ITEMIZED), SO THE CONFIRMATION SHOWS WHAT
           05 C-DEP-AMT         PIC S9(5)V99.
           05 C-BAL-AMT         PIC S9(5)V99.
           05 C-LEAD-DAYS       PIC S9(5).
           05 C-DISC-AMT        PIC S9(5)V99.
           05 C-NET-AMT         PIC S9(5)V99.
           05 C-FREE-NIGHTS     PIC 99.
           05 C-NTH-NIGHT       PIC 99.
           05 C-RUN-DATE-NUM    PIC 9(8).
           05 C-END-DATE        PIC 9(8).
           05 C-RES-DATE-NUM    PIC 9(8).
           05 C-INT-DATE        PIC 9(7).
           05 C-DOW             PIC 9.
               88 C-IS-WEEKEND  VALUE 5, 6.
      *    A LEASE'S LOCKED-IN MONTHLY RATE AND WHOLE-TERM VALUE, AND
      *    WHAT THE STAY IN HAND ADDS TO THE GUEST'S HISTORY.
           05 C-LEASE-RATE      PIC S9(5)V99.
           05 C-LEASE-TOT       PIC S9(7)V99.
           05 C-GM-NIGHTS       PIC 9(5).
           05 C-GM-DOLLARS      PIC S9(7)V99.

       01 WK-DATE.
	       05 WK-YYYY	        PIC 9(4).
               10 TBL-SR-OFF-WEEKEND   PIC 99.
               10 TBL-SR-PEAK-WEEKDAY  PIC 99.
               10 TBL-SR-PEAK-WEEKEND  PIC 99.
               10 TBL-SR-MONTHLY       PIC 9(4).

      *    PROMOTION MASTER LOADED AT 1160-LOAD-PROMOTIONS, WITH
      *    EACH CODE'S USES TO DATE (REDEMPTIONS LESS REVERSALS ON
      *    PROMORED.DAT) KEPT CURRENT THROUGH THE RUN SO THE CAP
      *    HOLDS INSIDE ONE BATCH TOO.  A MISSING MASTER LEAVES THE
      *    TABLE EMPTY AND EVERY KEYED CODE REJECTS AS ERR41.
      *    C-PM-SLOT POINTS AT THE PROMOTION THE RESERVATION IN HAND
      *    IS BEING PRICED UNDER - ZERO MEANS FULL PRICE.
       01 PROMO-CTR                PIC 9(3) VALUE 0.
       01 C-PM-SLOT                PIC 9(3) VALUE 0.
       01 C-PM-SUB                 PIC 9.
       01 C-PR-ACTION              PIC X.
       01 C-PROMO-RED-CTR          PIC 9(5) VALUE 0.
       01 C-PROMO-REV-CTR          PIC 9(5) VALUE 0.
       01 PROMO-TABLE.
           05 PROMO-ENTRY       OCCURS 100 TIMES INDEXED BY PM-INDEX.
               10 TBL-PM-CODE          PIC X(8).
               10 TBL-PM-STATUS        PIC X.
                   88 TBL-PM-ACTIVE      VALUE 'A'.
               10 TBL-PM-TYPE          PIC X.
               10 TBL-PM-VALUE         PIC 9(3)V99.
               10 TBL-PM-FROM          PIC X(8).
               10 TBL-PM-TO            PIC X(8).
               10 TBL-PM-CAP           PIC 9(5).
               10 TBL-PM-USED          PIC S9(5).
               10 TBL-PM-CAMPGROUNDS.
                   15 TBL-PM-CAMPGROUND PIC X(11) OCCURS 5 TIMES.
               10 TBL-PM-BLACKOUT      OCCURS 5 TIMES.
                   15 TBL-PM-BO-FROM    PIC X(8).
                   15 TBL-PM-BO-TO      PIC X(8).

      *    ACTIVE SEASONAL LEASES LOADED AT 1180-LOAD-LEASES, PLUS
      *    EVERY LEASE ACCEPTED THIS RUN.  A LEASE THAT WON'T FIT IS
      *    COUNTED IN C-LS-OVFL-CTR AND PUTS THE RUN OUT OF BALANCE -
      *    ITS SITE COULD OTHERWISE BE BOOKED OVER UNSEEN.
       01 LEASE-CTR                PIC 9(4) VALUE 0.
       01 C-LEASE-CTR              PIC 9(5) VALUE 0.
       01 C-LS-OVFL-CTR            PIC 9(5) VALUE 0.

      *    GUESTS ON THE DO-NOT-RENT LIST (GM-STATUS 'D'), LOADED OFF
      *    THE GUEST MASTER AT 1190-LOAD-DO-NOT-RENT.  EVERY BOOKING
      *    IS CHECKED AGAINST IT BEFORE ANY OTHER EDIT - BY GUEST
      *    NUMBER, BY FIRST AND LAST NAME, AND BY PHONE, SO A FLAGGED
      *    GUEST CANNOT COME BACK IN AS A "NEW" ONE.  A FLAGGED GUEST
      *    THAT WON'T FIT IS COUNTED IN C-DNR-OVFL-CTR AND PUTS THE
      *    RUN OUT OF BALANCE.  C-DNR-CTR IS THE BOOKINGS REFERRED TO
      *    THE MANAGER REVIEW LISTING THIS RUN.
       01 DNR-CTR                  PIC 9(4) VALUE 0.
       01 C-DNR-CTR                PIC 9(6) VALUE 0.
       01 C-DNR-OVFL-CTR           PIC 9(5) VALUE 0.
       01 DNR-PAGE-CTR             PIC 99   VALUE 0.
       01 C-DNR-MATCH              PIC X(12).
       01 DNR-TABLE.
           05 DNR-ENTRY         OCCURS 500 TIMES INDEXED BY DNR-INDEX.
               10 TBL-DNR-GUEST-NUM    PIC X(6).
               10 TBL-DNR-LNAME        PIC X(15).
               10 TBL-DNR-FNAME        PIC X(10).
               10 TBL-DNR-PHONE        PIC X(10).
               10 TBL-DNR-REASON       PIC XX.
               10 TBL-DNR-DATE         PIC X(8).
               10 TBL-DNR-BY           PIC X(3).

      *    PARTNER-CHANNEL BOOKINGS ANSWERED ON PTNRRES.DAT, AND THE
      *    SECOND ANSWERS WRITTEN FOR PARTNER PARTY MEMBERS BACKED OUT.
       01 C-PTNR-CTR               PIC 9(5) VALUE 0.
       01 C-PTNR-BO-CTR            PIC 9(5) VALUE 0.
       01 LEASE-TABLE.
           05 LEASE-ENTRY       OCCURS 500 TIMES INDEXED BY LS-INDEX.
               10 TBL-LS-CAMPGROUND    PIC X(11).
               10 TBL-LS-SITE          PIC X(3).
               10 TBL-LS-START         PIC 9(8).
               10 TBL-LS-END           PIC 9(8).

       01 CAMPGROUND-CTR           PIC 9(4) VALUE 0.
       01 CAMPGROUND-TABLE.
       01 NEXT-GUEST-NUM           PIC 9(6) VALUE 0.
       01 C-GUEST-NUM              PIC 9(6).

      *    CARD TOKEN AND VAULT CONTROL - NEXT-VAULT-SERIAL IS THE
      *    HIGHEST SERIAL EVER ISSUED (FROM VAULTCTL.DAT).  A CARD
      *    FIELD WITHOUT THE 'TK' IS A NUMBER FROM BEFORE THE VAULT.
       01 CARD-TOKEN.
           05 TK-PREFIX            PIC XX.
               88 TK-IS-TOKEN        VALUE 'TK'.
           05 TK-SERIAL            PIC 9(9).
           05 TK-MASK              PIC X(4).
           05 TK-LAST4             PIC X(4).
       01 NEXT-VAULT-SERIAL        PIC 9(9) VALUE 0.
       01 CV-OPEN-SW               PIC X.
       01 CV-FOUND-SW              PIC X.
       01 TOKEN-OK-SW              PIC X.
       01 C-VAULT-TRIES            PIC 99.
       01 C-TOKEN-CTR              PIC 9(5)   VALUE 0.
       01 C-CV-MISS-CTR            PIC 9(5)   VALUE 0.

      *    SITE INVENTORY LOADED AT 1075-LOAD-SITE-INV.  LIKE THE
      *    CAMPGROUND TABLE, A MISSING MASTER LEAVES THE TABLE EMPTY
      *    AND EVERY RESERVATION REJECTS - FAIL SAFE, NOT FAIL OPEN.
               10 TBL-SI-SITE          PIC X(3).
               10 TBL-SI-STATUS        PIC X.
                   88 TBL-SI-ACTIVE      VALUE 'A'.
               10 TBL-SI-MAX-LEN       PIC 99.

       01 C-AT-CTR                 PIC 99.

               10 TBL-PTY-SITE         PIC X(3).
               10 TBL-PTY-DATE         PIC X(8).
               10 TBL-PTY-TOT          PIC S9(5)V99.
               10 TBL-PTY-PARTNER-REF  PIC X(12).
      *    MUST MATCH CONFIRM-REC'S FULL LENGTH - A SHORT HOLD AREA
      *    WOULD TRUNCATE THE TAIL OF EVERY HELD CONFIRMATION.
               10 TBL-PTY-CONF         PIC X(219).

       01 PARTY-BACKOUT-LINE.
           05 FILLER               PIC X(18) VALUE 'PARTY BACKED OUT: '.
           05 FILLER                  PIC X(6)    VALUE SPACES.
           05 O-TOT-ERR-CTR           PIC Z9.

	   01 DNR-REV-TITLE-LINE2.
	   05 FILLER                  PIC X(53)   VALUE SPACES.
	   05 FILLER                  PIC X(26)
              VALUE 'DO-NOT-RENT MANAGER REVIEW'.

       01 DNR-REV-COL-HEADING.
           05 FILLER                  PIC X(50)   VALUE
              'BOOKINGS REFUSED - GUEST ON THE DO-NOT-RENT LIST'.

       01 DNR-REV-MATCH-LINE.
           05 FILLER                  PIC X(11)   VALUE 'MATCHED ON '.
           05 O-DNR-MATCH             PIC X(12).
           05 FILLER                  PIC X(9)    VALUE ' TO GUEST'.
           05 FILLER                  PIC X       VALUE SPACE.
           05 O-DNR-GUEST-NUM         PIC X(6).
           05 FILLER                  PIC X       VALUE SPACE.
           05 O-DNR-LNAME             PIC X(15).
           05 FILLER                  PIC X       VALUE SPACE.
           05 O-DNR-FNAME             PIC X(10).
           05 FILLER                  PIC X(9)    VALUE '  REASON '.
           05 O-DNR-REASON            PIC XX.
           05 FILLER                  PIC X(6)    VALUE '  SET '.
           05 O-DNR-DATE.
               10 O-DNR-MONTH         PIC XX.
               10 FILLER              PIC X       VALUE '/'.
               10 O-DNR-DAY           PIC XX.
               10 FILLER              PIC X       VALUE '/'.
               10 O-DNR-YEAR          PIC X(4).
           05 FILLER                  PIC X(4)    VALUE ' BY '.
           05 O-DNR-BY                PIC X(3).

       01 BALANCE-TITLE.
           05 FILLER                  PIC X(23)   VALUE
              'RUN CONTROL AND BALANCE'.
           PERFORM 1070-LOAD-CAMPGROUNDS.
           PERFORM 1075-LOAD-SITE-INV.
           PERFORM 1078-LOAD-SITE-RATES.
           PERFORM 1160-LOAD-PROMOTIONS.
           PERFORM 1180-LOAD-LEASES.
           PERFORM 1110-LOAD-AUDIT-TRAIL.
           PERFORM 1135-OPEN-GUEST-MASTER.
           PERFORM 1190-LOAD-DO-NOT-RENT.
           PERFORM 1145-LOAD-GUEST-CTL.
           PERFORM 1150-OPEN-CARD-VAULT.
           PERFORM 1090-LOAD-CHECKPOINT.
           OPEN EXTEND CONFIRM-OUT.
           OPEN EXTEND WAITLIST-OUT.
           OPEN EXTEND SETTLE-OUT.
           OPEN EXTEND LEDGER-OUT.
           OPEN EXTEND PROMO-RED-OUT.
           OPEN EXTEND LEASE-OUT.
           OPEN EXTEND PARTNER-RES-OUT.
           OPEN EXTEND ERROUT.
           OPEN EXTEND DNR-REVIEW-OUT.
           OPEN EXTEND RES-JOURNAL-OUT.
           MOVE FUNCTION CURRENT-DATE          TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE                   TO HOLD-STAMP-DATE.
           MOVE CURRENT-TIME(1:6)              TO HOLD-STAMP-TIME.
           PERFORM 1040-READ-RUN-DATE.
           MOVE CURRENT-MONTH                  TO ERR-TITLE-MONTH.
           MOVE CURRENT-DAY                    TO ERR-TITLE-DAY.
           MOVE 'Y'                            TO MORE-RECS.

           PERFORM 1100-INIT-HEADING.
           PERFORM 1105-DNR-REVIEW-HEADING.
           PERFORM 9000-READ-INPUT.
           PERFORM 1095-SKIP-CHECKPOINTED-RECS.

               MOVE SI-CAMPGROUND TO TBL-SI-CAMPGROUND(SITE-INV-CTR)
               MOVE SI-SITE       TO TBL-SI-SITE(SITE-INV-CTR)
               MOVE SI-STATUS     TO TBL-SI-STATUS(SITE-INV-CTR)
               IF SI-MAX-LEN NUMERIC
                   MOVE SI-MAX-LEN TO TBL-SI-MAX-LEN(SITE-INV-CTR)
               ELSE
                   MOVE 0 TO TBL-SI-MAX-LEN(SITE-INV-CTR)
               END-IF
           END-IF.
           PERFORM 9120-READ-SITE-INV.

                   TO TBL-SR-PEAK-WEEKDAY(SITE-RATE-CTR)
               MOVE SR-PEAK-WEEKEND
                   TO TBL-SR-PEAK-WEEKEND(SITE-RATE-CTR)
               IF SR-MONTHLY-RATE NUMERIC
                   MOVE SR-MONTHLY-RATE
                       TO TBL-SR-MONTHLY(SITE-RATE-CTR)
               ELSE
                   MOVE 0 TO TBL-SR-MONTHLY(SITE-RATE-CTR)
               END-IF
           END-IF.
           PERFORM 9125-READ-SITE-RATE.

           READ SITE-RATE-FILE
               AT END MOVE 'N' TO MORE-SR-RECS.

      *    LOAD THE PROMOTION MASTER, THEN COUNT EACH CODE'S USES SO
      *    FAR OFF THE REDEMPTION FILE.  A ROW WITH AN UNREADABLE
      *    VALUE OR CAP IS DROPPED AT LOAD, SO ITS CODE REJECTS AS NOT
      *    ON FILE RATHER THAN PRICING A GUEST OFF GARBAGE.
       1160-LOAD-PROMOTIONS.
           MOVE 'Y' TO MORE-PM-RECS.
           OPEN INPUT PROMO-FILE.
           IF WS-PM-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-PM-RECS
           ELSE
               PERFORM 9140-READ-PROMO
           END-IF.
           PERFORM 1165-BUILD-PROMO-TABLE
               UNTIL MORE-PM-RECS = 'N'.
           IF WS-PM-FILE-STATUS = '00' OR WS-PM-FILE-STATUS = '10'
               CLOSE PROMO-FILE
           END-IF.
           MOVE 'Y' TO MORE-PRD-RECS.
           OPEN INPUT PROMO-RED-CHECK.
           IF WS-PRD-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-PRD-RECS
           ELSE
               PERFORM 9145-READ-PROMO-RED
           END-IF.
           PERFORM 1170-COUNT-PROMO-USE
               UNTIL MORE-PRD-RECS = 'N'.
           IF WS-PRD-FILE-STATUS = '00' OR WS-PRD-FILE-STATUS = '10'
               CLOSE PROMO-RED-CHECK
           END-IF.

       1165-BUILD-PROMO-TABLE.
           IF PROMO-CTR < 100
            AND PM-PROMO-CODE NOT = SPACES
            AND PM-DISC-VALUE NUMERIC
            AND PM-USAGE-CAP NUMERIC
               ADD 1 TO PROMO-CTR
               MOVE PM-PROMO-CODE  TO TBL-PM-CODE(PROMO-CTR)
               MOVE PM-STATUS      TO TBL-PM-STATUS(PROMO-CTR)
               MOVE PM-DISC-TYPE   TO TBL-PM-TYPE(PROMO-CTR)
               MOVE PM-DISC-VALUE  TO TBL-PM-VALUE(PROMO-CTR)
               MOVE PM-ARRIVE-FROM TO TBL-PM-FROM(PROMO-CTR)
               MOVE PM-ARRIVE-TO   TO TBL-PM-TO(PROMO-CTR)
               MOVE PM-USAGE-CAP   TO TBL-PM-CAP(PROMO-CTR)
               MOVE 0              TO TBL-PM-USED(PROMO-CTR)
               MOVE PM-CAMPGROUNDS TO TBL-PM-CAMPGROUNDS(PROMO-CTR)
               MOVE 1 TO C-PM-SUB
               PERFORM 1167-LOAD-ONE-BLACKOUT
                   UNTIL C-PM-SUB > 5
           END-IF.
           PERFORM 9140-READ-PROMO.

       1167-LOAD-ONE-BLACKOUT.
           MOVE PM-BLACKOUT(C-PM-SUB)
               TO TBL-PM-BLACKOUT(PROMO-CTR, C-PM-SUB).
           ADD 1 TO C-PM-SUB.

       1170-COUNT-PROMO-USE.
           IF PRC-PROMO-CODE NOT = SPACES
               SET PM-INDEX TO 1
               SEARCH PROMO-ENTRY
                   AT END
                       CONTINUE
                   WHEN TBL-PM-CODE(PM-INDEX) = PRC-PROMO-CODE
                       IF PRC-ACTION = 'R'
                           ADD 1 TO TBL-PM-USED(PM-INDEX)
                       END-IF
                       IF PRC-ACTION = 'X'
                           SUBTRACT 1 FROM TBL-PM-USED(PM-INDEX)
                       END-IF
               END-SEARCH
           END-IF.
           PERFORM 9145-READ-PROMO-RED.

       9140-READ-PROMO.
           READ PROMO-FILE
               AT END MOVE 'N' TO MORE-PM-RECS.

       9145-READ-PROMO-RED.
           READ PROMO-RED-CHECK
               AT END MOVE 'N' TO MORE-PRD-RECS.

      *    LOAD THE ACTIVE SEASONAL LEASES.  A MISSING LEASE.DAT
      *    (NO LEASE EVER BOOKED) JUST LEAVES THE TABLE EMPTY.
       1180-LOAD-LEASES.
           MOVE 'Y' TO MORE-LS-RECS.
           OPEN INPUT LEASE-CHECK.
           IF WS-LS-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-LS-RECS
           ELSE
               PERFORM 9150-READ-LEASE
           END-IF.
           PERFORM 1185-BUILD-LEASE-TABLE
               UNTIL MORE-LS-RECS = 'N'.
           IF WS-LS-FILE-STATUS = '00' OR WS-LS-FILE-STATUS = '10'
               CLOSE LEASE-CHECK
           END-IF.

       1185-BUILD-LEASE-TABLE.
           IF LSC-STATUS = 'A'
            AND LSC-START-DATE NUMERIC
            AND LSC-END-DATE NUMERIC
               IF LEASE-CTR < 500
                   ADD 1 TO LEASE-CTR
                   MOVE LSC-CAMPGROUND TO TBL-LS-CAMPGROUND(LEASE-CTR)
                   MOVE LSC-SITE       TO TBL-LS-SITE(LEASE-CTR)
                   MOVE LSC-START-DATE TO TBL-LS-START(LEASE-CTR)
                   MOVE LSC-END-DATE   TO TBL-LS-END(LEASE-CTR)
               ELSE
                   ADD 1 TO C-LS-OVFL-CTR
               END-IF
           END-IF.
           PERFORM 9150-READ-LEASE.

       9150-READ-LEASE.
           READ LEASE-CHECK
               AT END MOVE 'N' TO MORE-LS-RECS.

      *    LOAD THE PENDING/CLEARED AUDIT TRAIL LEFT BY PRIOR RUNS SO
      *    A RESUBMISSION CAN BE MATCHED BACK TO ITS ORIGINAL ERROR
      *    (SEE 2125-AUDIT-UPDATE).  AUDIT.DAT DOESN'T EXIST ON THE
               OPEN I-O GUEST-MASTER
           END-IF.

      *    LOAD EVERY GUEST ON THE DO-NOT-RENT LIST, READING THE
      *    GUEST MASTER FRONT TO BACK BEFORE ANY RANDOM READS START.
       1190-LOAD-DO-NOT-RENT.
           MOVE 'Y' TO MORE-GM-RECS.
           MOVE ZEROS TO GM-GUEST-NUM.
           START GUEST-MASTER KEY IS NOT LESS THAN GM-GUEST-NUM
               INVALID KEY
                   MOVE 'N' TO MORE-GM-RECS
           END-START.
           IF MORE-GM-RECS = 'Y'
               PERFORM 9160-READ-NEXT-GUEST
           END-IF.
           PERFORM 1195-BUILD-DNR-TABLE
               UNTIL MORE-GM-RECS = 'N'.

       1195-BUILD-DNR-TABLE.
           IF GM-DO-NOT-RENT
               IF DNR-CTR < 500
                   ADD 1 TO DNR-CTR
                   MOVE GM-GUEST-NUM  TO TBL-DNR-GUEST-NUM(DNR-CTR)
                   MOVE GM-LNAME      TO TBL-DNR-LNAME(DNR-CTR)
                   MOVE GM-FNAME      TO TBL-DNR-FNAME(DNR-CTR)
                   MOVE GM-PHONE      TO TBL-DNR-PHONE(DNR-CTR)
                   MOVE GM-DNR-REASON TO TBL-DNR-REASON(DNR-CTR)
                   MOVE GM-DNR-DATE   TO TBL-DNR-DATE(DNR-CTR)
                   MOVE GM-DNR-BY     TO TBL-DNR-BY(DNR-CTR)
               ELSE
                   ADD 1 TO C-DNR-OVFL-CTR
               END-IF
           END-IF.
           PERFORM 9160-READ-NEXT-GUEST.

       9160-READ-NEXT-GUEST.
           READ GUEST-MASTER NEXT RECORD
               AT END MOVE 'N' TO MORE-GM-RECS.

      *    LOAD THE HIGHEST GUEST NUMBER EVER ASSIGNED.  A MISSING
      *    CONTROL FILE (FIRST EVER RUN) STARTS THE NUMBERS AT ONE.
       1145-LOAD-GUEST-CTL.
               CLOSE GUEST-CTL-FILE
           END-IF.

      *    OPEN THE CARD VAULT FOR UPDATE, CREATING IT EMPTY ON THE
      *    FIRST EVER RUN LIKE THE GUEST MASTER, AND LOAD THE LAST
      *    SERIAL ISSUED.  A VAULT THAT STILL WON'T OPEN REJECTS
      *    EVERY RESERVATION AS ERR40 RATHER THAN LET A FULL CARD
      *    NUMBER ONTO THE MASTER.
       1150-OPEN-CARD-VAULT.
           OPEN EXTEND PROC-SUB-OUT.
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

       2000-MAINLINE.
           IF I-PARTY NOT = HOLD-PARTY
               PERFORM 2500-PARTY-BREAK
           END-IF.
           PERFORM 2090-DNR-CHECK.
           IF DNR-HIT-SW = 'N'
               PERFORM 2100-ERR-VALIDATION
           END-IF.
           IF ERR-SW = 'N'
               PERFORM 2400-CALCS
               IF TRAN-CHANGE
                   PERFORM 2130-APPLY-CHANGE
               END-IF
               IF ERR-SW = 'N'
                   IF TRAN-LEASE
                       PERFORM 2370-BOOK-LEASE
                   ELSE
                       PERFORM 2300-MOVE-PRINT
                   END-IF
               END-IF
           END-IF.
           PERFORM 2125-AUDIT-UPDATE.
           IF CHANNEL-PARTNER
               PERFORM 2380-WRITE-PARTNER-RESULT
           END-IF.
           IF I-PARTY NOT = SPACES AND ERR-SW = 'Y'
               MOVE 'Y' TO PARTY-FAIL-SW
           END-IF.
           PERFORM 1099-RESET-CHECKPOINT.
           PERFORM 3110-WRITE-AUDIT-TRAIL.
           PERFORM 3135-WRITE-GUEST-CTL.
           PERFORM 3137-CLOSE-CARD-VAULT.
           CLOSE CAMPRES-INPUT.
           CLOSE CAMPRES-MASTER.
           CLOSE GUEST-MASTER.
           CLOSE CONFIRM-OUT.
           CLOSE WAITLIST-OUT.
           CLOSE SETTLE-OUT.
           CLOSE LEDGER-OUT.
           CLOSE PROMO-RED-OUT.
           CLOSE LEASE-OUT.
           CLOSE PARTNER-RES-OUT.
           CLOSE ERROUT.
           CLOSE DNR-REVIEW-OUT.
           CLOSE RES-JOURNAL-OUT.

      *    THE RUN MADE IT THROUGH RESERVE.DAT CLEAN - RESET THE
      *    CHECKPOINT SO THE NEXT RUN STARTS FROM RECORD ONE.
           WRITE GUEST-CTL-REC.
           CLOSE GUEST-CTL-FILE.

       3137-CLOSE-CARD-VAULT.
           IF CV-OPEN-SW = 'Y'
               OPEN OUTPUT VAULT-CTL-FILE
               MOVE NEXT-VAULT-SERIAL TO VAULT-CTL-REC
               WRITE VAULT-CTL-REC
               CLOSE VAULT-CTL-FILE
               CLOSE CARD-VAULT
           END-IF.
           CLOSE PROC-SUB-OUT.

       1100-INIT-HEADING.
           MOVE 1                               TO ERR-PAGE-CTR.
           MOVE ERR-PAGE-CTR                   TO ERR-TITLE-PAGE.
           WRITE ERRLINE FROM ERR-COL-HEADING
              AFTER ADVANCING 2 LINES.

       1105-DNR-REVIEW-HEADING.
           ADD 1 TO DNR-PAGE-CTR.
           MOVE DNR-PAGE-CTR TO ERR-TITLE-PAGE.
           IF DNR-PAGE-CTR = 1
               WRITE DNRLINE FROM ERR-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE DNRLINE FROM ERR-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE DNRLINE FROM DNR-REV-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE DNRLINE FROM DNR-REV-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *    A GUEST ON THE DO-NOT-RENT LIST IS REFUSED ON ERR53 BEFORE
      *    ANY OTHER EDIT RUNS, AND THE BOOKING GOES TO THE MANAGER
      *    REVIEW LISTING INSTEAD OF ERR.PRT - NONE OF 2100'S EDITS
      *    RUN, SO NOTHING IS WAITLISTED FOR IT EITHER.  THE REFUSAL
      *    STILL FLOWS THROUGH THE AUDIT TRAIL, THE PARTNER ANSWER AND
      *    THE PARTY BACKOUT LIKE ANY OTHER, BUT IS COUNTED IN
      *    C-DNR-CTR, NOT C-REJ-CTR.  ENTRIES PAST DNR-CTR ARE EMPTY
      *    AND STOP THE SEARCH.
       2090-DNR-CHECK.
           MOVE 'N' TO DNR-HIT-SW.
           IF DNR-CTR > 0
               SET DNR-INDEX TO 1
               SEARCH DNR-ENTRY
                   AT END
                       CONTINUE
                   WHEN DNR-INDEX > DNR-CTR
                       CONTINUE
                   WHEN I-GUEST-NUM = TBL-DNR-GUEST-NUM(DNR-INDEX)
                       MOVE 'GUEST NUMBER' TO C-DNR-MATCH
                       MOVE 'Y' TO DNR-HIT-SW
                   WHEN I-LNAME = TBL-DNR-LNAME(DNR-INDEX)
                    AND I-FNAME = TBL-DNR-FNAME(DNR-INDEX)
                       MOVE 'NAME'         TO C-DNR-MATCH
                       MOVE 'Y' TO DNR-HIT-SW
                   WHEN I-PHONE NOT = SPACES
                    AND I-PHONE = TBL-DNR-PHONE(DNR-INDEX)
                       MOVE 'PHONE'        TO C-DNR-MATCH
                       MOVE 'Y' TO DNR-HIT-SW
               END-SEARCH
           END-IF.
           IF DNR-HIT-SW = 'Y'
               PERFORM 2095-DNR-REFER
           END-IF.

       2095-DNR-REFER.
           MOVE 'Y' TO ERR-SW.
           MOVE 0 TO C-PM-SLOT.
           MOVE ERR-MSG(53) TO C-FIRST-ERR-MSG.
           ADD 1 TO C-DNR-CTR.
           MOVE TRAN-REC TO O-ERR.
           MOVE '************' TO O-ERR(57:12).
           MOVE C-DNR-MATCH                    TO O-DNR-MATCH.
           MOVE TBL-DNR-GUEST-NUM(DNR-INDEX)   TO O-DNR-GUEST-NUM.
           MOVE TBL-DNR-LNAME(DNR-INDEX)       TO O-DNR-LNAME.
           MOVE TBL-DNR-FNAME(DNR-INDEX)       TO O-DNR-FNAME.
           MOVE TBL-DNR-REASON(DNR-INDEX)      TO O-DNR-REASON.
           MOVE TBL-DNR-DATE(DNR-INDEX)(5:2)   TO O-DNR-MONTH.
           MOVE TBL-DNR-DATE(DNR-INDEX)(7:2)   TO O-DNR-DAY.
           MOVE TBL-DNR-DATE(DNR-INDEX)(1:4)   TO O-DNR-YEAR.
           MOVE TBL-DNR-BY(DNR-INDEX)          TO O-DNR-BY.
           MOVE ERR-MSG(53) TO O-ERR-MSG.
           WRITE DNRLINE FROM ERROR-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1105-DNR-REVIEW-HEADING.
           WRITE DNRLINE FROM DNR-REV-MATCH-LINE
               AFTER ADVANCING 1 LINE.
           WRITE DNRLINE FROM ERR-MSG-LINE
               AFTER ADVANCING 1 LINE.

       2100-ERR-VALIDATION.
           MOVE 'N' TO ERR-SW.
           MOVE 0 TO C-PM-SLOT.
           MOVE 'Y' TO FIRST-ERR-SW.
           MOVE SPACES TO C-FIRST-ERR-MSG.
           PERFORM 2105-CAMPGROUND-CHECK.
      *    A MIS-KEYED TRANSACTION TYPE MUST NOT SLIP THROUGH AS A
      *    NEW BOOKING - THE OLD RESERVATION WOULD STAY ON THE MASTER
      *    AND THE GUEST WOULD BE DOUBLE-BOOKED AND DOUBLE-CHARGED.
           IF NOT TRAN-CHANGE AND NOT TRAN-NEW AND NOT TRAN-LEASE
               MOVE ERR-MSG(33) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               ADD 1 TO C-TOT-ERR-CTR
               PERFORM 2110-ERROR-PRINT.

      *    THE ONLINE PARTNER ONLY SENDS NEW NIGHTLY STAYS, EACH UNDER
      *    ITS OWN BOOKING REFERENCE - WITHOUT ONE THE ANSWER COULD
      *    NEVER BE MATCHED BACK TO THE BOOKING ON THEIR SITE.
           IF NOT CHANNEL-OFFICE
               IF NOT CHANNEL-PARTNER
                OR NOT TRAN-NEW
                OR I-PARTNER-REF = SPACES
                   MOVE ERR-MSG(49) TO O-ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   ADD 1 TO C-TOT-ERR-CTR
                   PERFORM 2110-ERROR-PRINT
               END-IF
           END-IF.

      *    A TOWED CAMPER OR MOTORHOME MUST COME WITH ITS LENGTH OR
      *    2106-SITE-INV-CHECK HAS NOTHING TO FIT AGAINST THE SITE.
           IF NOT RIG-NOT-GIVEN AND NOT RIG-TENT
               IF NOT RIG-CAMPER AND NOT RIG-MOTORHOME
                OR I-RIG-LEN NOT NUMERIC
                OR I-RIG-LEN = '00'
                   MOVE ERR-MSG(51) TO O-ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   ADD 1 TO C-TOT-ERR-CTR
                   PERFORM 2110-ERROR-PRINT
               END-IF
           END-IF.

      *    A PARTY CAN ONLY HOLD AS MANY SITES AS THE PARTY TABLE -
      *    AN ELEVENTH MEMBER WOULD BE UNRECOVERABLE ON A BACKOUT.
           IF I-PARTY NOT = SPACES AND I-PARTY = HOLD-PARTY
           MOVE WK-DATE-NUM TO C-RES-DATE-NUM.

      *CAN USE AN 88 FOR I-LEN-STAY	
      *    A LEASE COUNTS MONTHS, NOT NIGHTS - SEE 2170.
           IF TRAN-LEASE
               PERFORM 2170-LEASE-TERM-CHECK
           ELSE
           IF I-LEN-STAY NUMERIC
           	   IF I-LEN-STAY > 1
           	   	   IF I-LEN-STAY < 12
           	   MOVE 'Y' TO ERR-SW
			   ADD 1 TO C-TOT-ERR-CTR
           	   PERFORM 2110-ERROR-PRINT
           END-IF
           END-IF.

           PERFORM 2120-OVERLAP-CHECK.
      *    A GUEST NUMBER KEYED ON THE INTAKE MUST EXIST ON THE
      *    GUEST MASTER AND BELONG TO THE GUEST NAMED - A TYPO MUST
      *    NOT HANG THIS STAY ON A STRANGER'S HISTORY.  BLANK OR
      *    ZERO IS A FIRST BOOKING AND PASSES.  A NUMBER RETIRED BY
      *    A GUEST MERGE IS REFUSED ON ITS OWN MESSAGE - THE GUEST
      *    BOOKS UNDER THE SURVIVING NUMBER ON THE MERGE LOG.
           IF I-GUEST-NUM NOT = SPACES AND I-GUEST-NUM NOT = '000000'
               IF I-GUEST-NUM NUMERIC
                   MOVE I-GUEST-NUM TO GM-GUEST-NUM
                           ADD 1 TO C-TOT-ERR-CTR
                           PERFORM 2110-ERROR-PRINT
                       NOT INVALID KEY
                           IF GM-RETIRED
                               MOVE ERR-MSG(52) TO O-ERR-MSG
                               MOVE 'Y' TO ERR-SW
                               ADD 1 TO C-TOT-ERR-CTR
                               PERFORM 2110-ERROR-PRINT
                           ELSE
                           IF GM-LNAME NOT = I-LNAME
                               MOVE ERR-MSG(39) TO O-ERR-MSG
                               MOVE 'Y' TO ERR-SW
                               ADD 1 TO C-TOT-ERR-CTR
                               PERFORM 2110-ERROR-PRINT
                           END-IF
                           END-IF
                   END-READ
               ELSE
                   MOVE ERR-MSG(39) TO O-ERR-MSG
      *    CHECK - OTHERWISE AN EARLIER FAILED CHECK (E.G. AN INVALID
      *    RESERVATION DATE, WHICH LEAVES WK-DATE-NUM UNRESET) DRIVES
      *    2116-RATE-LOOKUP'S FUNCTION INTEGER-OF-DATE OFF GARBAGE AND
      *    THROWS A SPURIOUS ERR17 ON TOP OF THE REAL ERROR.  A
      *    LEASE IS PRICED OFF THE MONTHLY RATE INSTEAD (SEE 2172).
           IF ERR-SW = 'N' AND NOT TRAN-LEASE
               IF I-AMT NUMERIC AND I-LEN-STAY NUMERIC
                   SET SITE-INDEX TO 1
	               SEARCH TBL-SITE-INFO
           	       PERFORM 2110-ERROR-PRINT
               END-IF
           END-IF.

           IF ERR-SW = 'N' AND TRAN-LEASE
               PERFORM 2172-LEASE-RATE-LOOKUP
           END-IF.

           IF I-PROMO-CODE NOT = SPACES AND NOT TRAN-LEASE
               PERFORM 2160-PROMO-CHECK
           END-IF.
           
           IF NOT VAL-CCTYPE
           	   MOVE 'Y' TO ERR-SW
               PERFORM 2117-LUHN-CHECK
           END-IF.

      *    NO VAULT, NO BOOKING - THE CARD HAS NOWHERE SAFE TO GO.
           IF CV-OPEN-SW = 'N'
               MOVE 'Y' TO ERR-SW
               MOVE ERR-MSG(40) TO O-ERR-MSG
               ADD 1 TO C-TOT-ERR-CTR
               PERFORM 2110-ERROR-PRINT
           END-IF.

       MOVE I-CCEXP TO WK-DATE.
       MOVE 'C' TO DATE-TYPE.
       PERFORM 2112-DATE-VAL
      *    THE SHAPE EDITS BELOW ONLY PROVE I-SITE LOOKS LIKE A SITE -
      *    THIS ONE PROVES THE CAMPGROUND ACTUALLY HAS IT, AND THAT
      *    IT ISN'T CLOSED, AGAINST THE SITE INVENTORY MASTER LOADED
      *    AT 1075-LOAD-SITE-INV - AND THAT THE GUEST'S CAMPER OR
      *    MOTORHOME IS NO LONGER THAN THE PAD TAKES.  A SITE NOT YET
      *    MEASURED (MAXIMUM ZERO) TURNS NO RIG AWAY ON LENGTH.
       2106-SITE-INV-CHECK.
           SET SI-INDEX TO 1.
           SEARCH SITE-INV-ENTRY
                       MOVE 'Y' TO ERR-SW
                       ADD 1 TO C-TOT-ERR-CTR
                       PERFORM 2110-ERROR-PRINT
                   ELSE
                       IF (RIG-CAMPER OR RIG-MOTORHOME)
                        AND I-RIG-LEN NUMERIC
                        AND TBL-SI-MAX-LEN(SI-INDEX) > 0
                        AND I-RIG-LEN-NUM > TBL-SI-MAX-LEN(SI-INDEX)
                           MOVE ERR-MSG(50) TO O-ERR-MSG
                           MOVE 'Y' TO ERR-SW
                           ADD 1 TO C-TOT-ERR-CTR
                           PERFORM 2110-ERROR-PRINT
                       END-IF
                   END-IF
           END-SEARCH.

		       ADD 1 TO C-REC-ERR-CTR
		       ADD 1 TO C-REJ-CTR
		       MOVE TRAN-REC TO O-ERR
		       MOVE '************' TO O-ERR(57:12)
		       MOVE O-ERR-MSG TO C-FIRST-ERR-MSG
		       WRITE ERRLINE FROM ERROR-LINE
			       AFTER ADVANCING 2 LINES
           END-IF.
           ADD 1 TO C-SR-SUB.

      *    A KEYED PROMOTION CODE MUST BE ON THE PROMOTION MASTER AND
      *    ACTIVE (ERR41), GOOD AT THIS CAMPGROUND (ERR42), FOR AN
      *    ARRIVAL INSIDE ITS WINDOW WITH NO NIGHT OF THE STAY IN A
      *    BLACKOUT (ERR43), AND UNDER ITS USAGE CAP (ERR44).  THE
      *    DATE TEST NEEDS THE DEPARTURE DATE FROM 2120-OVERLAP-CHECK,
      *    SO LIKE THE ERR17 RATE TEST IT ONLY RUNS ON A RECORD STILL
      *    CLEAN AT THAT POINT.  C-PM-SLOT IS LEFT POINTING AT THE
      *    PROMOTION ONLY WHEN EVERY TEST PASSES.
       2160-PROMO-CHECK.
           MOVE 'N' TO PM-HIT-SW.
           SET PM-INDEX TO 1.
           SEARCH PROMO-ENTRY
               AT END
                   CONTINUE
               WHEN TBL-PM-CODE(PM-INDEX) = I-PROMO-CODE
                   MOVE 'Y' TO PM-HIT-SW
                   SET C-PM-SLOT TO PM-INDEX
           END-SEARCH.
           IF PM-HIT-SW = 'Y'
               IF NOT TBL-PM-ACTIVE(C-PM-SLOT)
                   MOVE 'N' TO PM-HIT-SW
               END-IF
           END-IF.
           IF PM-HIT-SW = 'N'
               MOVE 0 TO C-PM-SLOT
               MOVE 'Y' TO ERR-SW
               MOVE ERR-MSG(41) TO O-ERR-MSG
               ADD 1 TO C-TOT-ERR-CTR
               PERFORM 2110-ERROR-PRINT
           ELSE
               PERFORM 2162-PROMO-TERMS-CHECK
           END-IF.

       2162-PROMO-TERMS-CHECK.
           IF TBL-PM-CAMPGROUNDS(C-PM-SLOT) NOT = SPACES
               MOVE 'N' TO PM-HIT-SW
               MOVE 1 TO C-PM-SUB
               PERFORM 2164-CHECK-PROMO-CAMPGROUND
                   UNTIL C-PM-SUB > 5
               IF PM-HIT-SW = 'N'
                   MOVE 'Y' TO ERR-SW
                   MOVE ERR-MSG(42) TO O-ERR-MSG
                   ADD 1 TO C-TOT-ERR-CTR
                   PERFORM 2110-ERROR-PRINT
               END-IF
           END-IF.
           IF ERR-SW = 'N'
               MOVE 'N' TO PM-HIT-SW
               IF I-DATE < TBL-PM-FROM(C-PM-SLOT)
                OR I-DATE > TBL-PM-TO(C-PM-SLOT)
                   MOVE 'Y' TO PM-HIT-SW
               ELSE
                   MOVE 1 TO C-PM-SUB
                   PERFORM 2166-CHECK-PROMO-BLACKOUT
                       UNTIL C-PM-SUB > 5
               END-IF
               IF PM-HIT-SW = 'Y'
                   MOVE 'Y' TO ERR-SW
                   MOVE ERR-MSG(43) TO O-ERR-MSG
                   ADD 1 TO C-TOT-ERR-CTR
                   PERFORM 2110-ERROR-PRINT
               END-IF
           END-IF.
      *    A CHANGE TO A BOOKING ALREADY HOLDING THE SAME CODE GIVES
      *    ITS USE BACK IN 2130-APPLY-CHANGE BEFORE TAKING IT AGAIN,
      *    SO IT IS NOT TURNED AWAY BY A CAP IT IS ALREADY INSIDE.
           IF TBL-PM-CAP(C-PM-SLOT) > 0
            AND TBL-PM-USED(C-PM-SLOT) NOT < TBL-PM-CAP(C-PM-SLOT)
               MOVE 'N' TO PM-HIT-SW
               IF TRAN-CHANGE
                   PERFORM 2168-CHANGE-HOLDS-PROMO
               END-IF
               IF PM-HIT-SW = 'N'
                   MOVE 'Y' TO ERR-SW
                   MOVE ERR-MSG(44) TO O-ERR-MSG
                   ADD 1 TO C-TOT-ERR-CTR
                   PERFORM 2110-ERROR-PRINT
               END-IF
           END-IF.
           IF ERR-SW = 'Y'
               MOVE 0 TO C-PM-SLOT
           END-IF.

       2164-CHECK-PROMO-CAMPGROUND.
           IF TBL-PM-CAMPGROUND(C-PM-SLOT, C-PM-SUB) = I-CAMPGROUND
               MOVE 'Y' TO PM-HIT-SW
           END-IF.
           ADD 1 TO C-PM-SUB.

      *    THE STAY'S NIGHTS RUN FROM ARRIVAL UP TO (NOT INCLUDING)
      *    THE DEPARTURE DATE - ANY ONE OF THEM INSIDE A BLACKOUT
      *    RANGE DISQUALIFIES THE PROMOTION.
       2166-CHECK-PROMO-BLACKOUT.
           IF TBL-PM-BO-FROM(C-PM-SLOT, C-PM-SUB) NOT = SPACES
            AND I-DATE NOT > TBL-PM-BO-TO(C-PM-SLOT, C-PM-SUB)
            AND C-END-DATE > TBL-PM-BO-FROM(C-PM-SLOT, C-PM-SUB)
               MOVE 'Y' TO PM-HIT-SW
           END-IF.
           ADD 1 TO C-PM-SUB.

       2168-CHANGE-HOLDS-PROMO.
           MOVE I-CAMPGROUND TO O-CAMPGROUND.
           MOVE I-OLD-SITE   TO O-SITE.
           MOVE I-OLD-DATE   TO O-DATE.
           READ CAMPRES-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF O-PROMO-CODE = I-PROMO-CODE
                       MOVE 'Y' TO PM-HIT-SW
                   END-IF
           END-READ.

      *    LEASE TERMS - THE LEASE STARTS ON THE 1ST, RUNS 1 TO 12
      *    WHOLE MONTHS AND BILLS ON A DAY EVERY MONTH HAS (ERR45).
      *    A LEASE IS ONE SITE FOR ONE RESIDENT AT THE POSTED RATE,
      *    SO A PARTY ID OR PROMOTION CODE ON IT IS A MIS-KEY (ERR48).
       2170-LEASE-TERM-CHECK.
           IF I-LEN-STAY NOT NUMERIC
               MOVE ERR-MSG(12) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               ADD 1 TO C-TOT-ERR-CTR
               PERFORM 2110-ERROR-PRINT
           ELSE
               IF I-LEN-STAY < 1 OR I-LEN-STAY > 12
                OR I-DATE(7:2) NOT = '01'
                OR (I-BILL-DAY NOT = SPACES
                    AND (I-BILL-DAY NOT NUMERIC OR I-BILL-DAY > '28'))
                   MOVE ERR-MSG(45) TO O-ERR-MSG
                   MOVE 'Y' TO ERR-SW
                   ADD 1 TO C-TOT-ERR-CTR
                   PERFORM 2110-ERROR-PRINT
               END-IF
           END-IF.
           IF I-PARTY NOT = SPACES OR I-PROMO-CODE NOT = SPACES
               MOVE ERR-MSG(48) TO O-ERR-MSG
               MOVE 'Y' TO ERR-SW
               ADD 1 TO C-TOT-ERR-CTR
               PERFORM 2110-ERROR-PRINT
           END-IF.

      *    PRICE A LEASE OFF THE MONTHLY RATE IN FORCE ON THE START
      *    DATE - THE SAME EFFECTIVE-DATED PICK 2116 MAKES FOR A
      *    NIGHTLY STAY.  NO MONTHLY RATE IN FORCE (OR NO RATE
      *    RECORD AT ALL - THE COMPILED CARD HAS NO MONTHLY RATES)
      *    MEANS THE SITE ISN'T LEASED BY THE MONTH (ERR47).
       2172-LEASE-RATE-LOOKUP.
           MOVE C-RES-DATE-NUM TO WK-DATE-NUM.
           PERFORM 2150-FIND-EFFECTIVE-RATE.
           MOVE 0 TO C-LEASE-RATE.
           MOVE 0 TO C-LEASE-TOT.
           IF SR-FOUND-SW = 'Y'
               MOVE TBL-SR-MONTHLY(C-SR-BEST) TO C-LEASE-RATE
           END-IF.
           IF C-LEASE-RATE = 0
               MOVE 'Y' TO ERR-SW
               MOVE ERR-MSG(47) TO O-ERR-MSG
               ADD 1 TO C-TOT-ERR-CTR
               PERFORM 2110-ERROR-PRINT
           ELSE
               COMPUTE C-LEASE-TOT = C-LEASE-RATE * I-LEN-STAY
           END-IF.

      *    LUHN CHECK-DIGIT PASS ON THE ASSEMBLED 16-DIGIT CARD NUMBER
      *    SO A TRANSPOSED DIGIT IS CAUGHT HERE INSTEAD OF AT ARRIVAL.
       2117-LUHN-CHECK.
               END-START
               PERFORM 2121-CHECK-ONE-EXISTING
                   UNTIL OVERLAP-DONE-SW = 'Y'
               IF ERR-SW = 'N'
                   PERFORM 2123-LEASE-OVERLAP-CHECK
               END-IF
           END-IF.

       2121-CHECK-ONE-EXISTING.
                               MOVE ERR-MSG(28) TO O-ERR-MSG
                               ADD 1 TO C-TOT-ERR-CTR
                               PERFORM 2110-ERROR-PRINT
                               IF NOT TRAN-LEASE
                                   PERFORM 2122-ADD-TO-WAITLIST
                               END-IF
                               MOVE 'Y' TO OVERLAP-DONE-SW
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    THE SAME INCLUSIVE RANGE TEST AGAINST THE SEASONAL LEASES -
      *    A LEASED SITE IS HELD FROM THE 1ST OF THE FIRST MONTH TO
      *    THE MOVE-OUT DAY.  NO WAITLIST ENTRY: A LEASE DOESN'T FREE
      *    UP THE WAY A CANCELLED STAY DOES.
       2123-LEASE-OVERLAP-CHECK.
           SET LS-INDEX TO 1.
           SEARCH LEASE-ENTRY
               AT END
                   CONTINUE
               WHEN TBL-LS-CAMPGROUND(LS-INDEX) = I-CAMPGROUND
                AND TBL-LS-SITE(LS-INDEX)       = I-SITE
                AND TBL-LS-START(LS-INDEX)     <= C-END-DATE
                AND TBL-LS-END(LS-INDEX)       >= C-RES-DATE-NUM
                   MOVE 'Y' TO ERR-SW
                   MOVE ERR-MSG(46) TO O-ERR-MSG
                   ADD 1 TO C-TOT-ERR-CTR
                   PERFORM 2110-ERROR-PRINT
           END-SEARCH.

      *    CAPTURE AN ERR28 REJECTION TO THE WAITLIST FILE SO CBLJCB03
      *    CAN MATCH A LATER CANCELLATION OF THE SAME SITE/DATES BACK
      *    TO THIS GUEST AND PRINT A CALL-BACK OFFER.
                   IF C-OLD-LNAME = I-LNAME
                       MOVE O-GUEST-NUM TO C-OLD-GUEST-NUM
                       PERFORM 2135-BACKOUT-GUEST-HISTORY
                       MOVE 'CHC' TO C-LG-TYPE
                       PERFORM 2320-WRITE-SETTLE-CREDIT
                       IF O-PROMO-CODE NOT = SPACES
                           MOVE 'X' TO C-PR-ACTION
                           PERFORM 2360-WRITE-PROMO-RED
                       END-IF
                       MOVE VAL-REC TO RJ-BEFORE
                       DELETE CAMPRES-MASTER RECORD
                       IF WS-RES-FILE-STATUS = '00'
                           MOVE 'D'    TO RJ-ACTION
                           MOVE SPACES TO RJ-AFTER
                           PERFORM 2390-WRITE-JOURNAL
                       END-IF
                   ELSE
                       MOVE 'Y' TO ERR-SW
                       MOVE ERR-MSG(31) TO O-ERR-MSG
			   I-CCNUM4 DELIMITED BY SIZE
		   INTO O-CCNUM.
	       MOVE I-CCEXP TO O-CCEXP.
           PERFORM 2340-TOKENIZE-CARD.
	       MOVE I-PARTY TO O-PARTY.
           MOVE I-RIG-TYPE TO O-RIG-TYPE.
           MOVE I-RIG-LEN TO O-RIG-LEN.
           MOVE CURRENT-DATE TO O-BOOK-DATE.
           PERFORM 2328-RESOLVE-GUEST-NUM.
           MOVE C-GUEST-NUM TO O-GUEST-NUM.
           PERFORM 2305-CALC-ITEMIZED.
           MOVE C-FEE-AMT TO O-FEE-AMT.
           MOVE C-TOT-AMT TO O-TOT-AMT.
           MOVE C-DEP-AMT TO O-PAID-AMT.
           IF C-PM-SLOT > 0
               MOVE I-PROMO-CODE TO O-PROMO-CODE
               MOVE C-DISC-AMT   TO O-DISC-AMT
           END-IF.

      *    WRITE STRAIGHT INTO THE INDEXED MASTER, SO A LATER
      *    TRANSACTION IN THIS SAME RUN IS CHECKED FOR OVERLAP AGAINST
      *    IT BY 2120-OVERLAP-CHECK JUST LIKE RESERVATIONS ALREADY ON
      *    FILE BEFORE THIS RUN STARTED.  A DUPLICATE KEY CAN ONLY BE
      *    A SITE/DATE ALREADY TAKEN, SO IT REJECTS AS ERR28, AND
      *    THE VAULT ENTRY JUST MADE FOR IT IS TAKEN BACK OUT.  A
      *    CARD THE VAULT COULDN'T TAKE REJECTS AS ERR40.
           IF TOKEN-OK-SW = 'N'
               MOVE 'Y' TO ERR-SW
               MOVE ERR-MSG(40) TO O-ERR-MSG
               ADD 1 TO C-TOT-ERR-CTR
               PERFORM 2110-ERROR-PRINT
           ELSE
               WRITE VAL-REC
                   INVALID KEY
                       MOVE 'Y' TO ERR-SW
                       MOVE ERR-MSG(28) TO O-ERR-MSG
                       ADD 1 TO C-TOT-ERR-CTR
                       PERFORM 2110-ERROR-PRINT
                       PERFORM 2122-ADD-TO-WAITLIST
                       MOVE O-CCNUM TO CV-TOKEN
                       DELETE CARD-VAULT RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SUBTRACT 1 FROM C-TOKEN-CTR
                       END-DELETE
                   NOT INVALID KEY
                       MOVE 'A'     TO RJ-ACTION
                       MOVE SPACES  TO RJ-BEFORE
                       MOVE VAL-REC TO RJ-AFTER
                       PERFORM 2390-WRITE-JOURNAL
               END-WRITE
           END-IF.

      *    MAIL-MERGE EXPORT - ONE CONFIRM-REC PER ACCEPTED RESERVATION
      *    SO CONFIRMATION LETTERS CAN BE PRINTED/EMAILED INSTEAD OF
               MOVE I-PARTY      TO CO-PARTY
               MOVE C-GUEST-NUM  TO CO-GUEST-NUM
               MOVE RETURNING-SW TO CO-RETURNING
               MOVE O-PROMO-CODE TO CO-PROMO-CODE
               MOVE C-DISC-AMT   TO CO-DISC-AMT
      *    A PARTY MEMBER'S CONFIRMATION IS HELD IN THE PARTY TABLE
      *    UNTIL THE WHOLE GROUP HAS CLEARED - SEE 2500-PARTY-BREAK.
               IF I-PARTY = SPACES
                   MOVE O-SITE       TO TBL-PTY-SITE(PARTY-CTR)
                   MOVE O-DATE       TO TBL-PTY-DATE(PARTY-CTR)
                   MOVE C-TOT-AMT    TO TBL-PTY-TOT(PARTY-CTR)
                   MOVE SPACES       TO TBL-PTY-PARTNER-REF(PARTY-CTR)
                   IF CHANNEL-PARTNER
                       MOVE I-PARTNER-REF
                           TO TBL-PTY-PARTNER-REF(PARTY-CTR)
                   END-IF
                   MOVE CONFIRM-REC  TO TBL-PTY-CONF(PARTY-CTR)
               END-IF
               PERFORM 2310-WRITE-SETTLE-CHARGE
               IF O-PROMO-CODE NOT = SPACES
                   MOVE 'R' TO C-PR-ACTION
                   PERFORM 2360-WRITE-PROMO-RED
               END-IF
           END-IF.

      *    SETTLE WHICH GUEST NUMBER THIS STAY BELONGS TO BEFORE THE
           END-IF
           END-IF.

      *    SWAP THE CARD NUMBER AND EXPIRY JUST BUILT IN VAL-REC FOR
      *    A TOKEN, FILING THE REAL ONES IN THE VAULT UNDER IT.  A
      *    SERIAL ALREADY ON THE VAULT (A RUN THAT DIED BEFORE IT
      *    COULD REWRITE VAULTCTL.DAT) IS SKIPPED FOR THE NEXT ONE.
       2340-TOKENIZE-CARD.
           MOVE 'N' TO TOKEN-OK-SW.
           IF CV-OPEN-SW = 'Y'
               MOVE SPACES       TO CV-REC
               MOVE O-CCNUM      TO CV-CCNUM
               MOVE O-CCEXP      TO CV-CCEXP
               MOVE CURRENT-DATE TO CV-ADD-DATE
               MOVE 'TK'         TO TK-PREFIX
               MOVE '****'       TO TK-MASK
               MOVE I-CCNUM4     TO TK-LAST4
               MOVE 0            TO C-VAULT-TRIES
               PERFORM 2345-STORE-IN-VAULT
                   UNTIL TOKEN-OK-SW = 'Y' OR C-VAULT-TRIES > 50
           END-IF.
           IF TOKEN-OK-SW = 'Y'
               MOVE CARD-TOKEN TO O-CCNUM
           ELSE
               MOVE SPACES     TO O-CCNUM
           END-IF.
           MOVE SPACES TO O-CCEXP.

       2345-STORE-IN-VAULT.
           ADD 1 TO NEXT-VAULT-SERIAL.
           ADD 1 TO C-VAULT-TRIES.
           MOVE NEXT-VAULT-SERIAL TO TK-SERIAL.
           MOVE CARD-TOKEN        TO CV-TOKEN.
           WRITE CV-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO TOKEN-OK-SW
                   ADD 1 TO C-TOKEN-CTR
           END-WRITE.

      *    WRITE THE PROCESSOR'S COPY OF THE SETTLE-REC JUST BUILT,
      *    WITH THE TOKEN SWAPPED BACK FOR THE CARD AND EXPIRY - THE
      *    ONE MOMENT THE FULL NUMBER IS NEEDED.  A TOKEN THE VAULT
      *    CAN'T RESOLVE IS NEVER SENT; IT STAYS ON SETTLE.DAT AND
      *    LISTS ON CBLJCB10'S NOT-ON-PROCESSOR-RETURN SECTION.
       2350-WRITE-PROC-SUB.
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

      *    RECORD A PROMOTION REDEMPTION ('R') OR ITS REVERSAL ('X')
      *    FOR THE STAY IN VAL-REC - THE CALLER HAS SET C-PR-ACTION -
      *    AND KEEP THE CODE'S USE COUNT CURRENT FOR THE CAP TEST.
       2360-WRITE-PROMO-RED.
           MOVE SPACES        TO PROMO-RED-REC.
           MOVE O-PROMO-CODE  TO PR-PROMO-CODE.
           MOVE O-CAMPGROUND  TO PR-CAMPGROUND.
           MOVE O-SITE        TO PR-SITE.
           MOVE O-DATE        TO PR-DATE.
           MOVE O-GUEST-NUM   TO PR-GUEST-NUM.
           IF O-LEN-STAY NUMERIC
               MOVE O-LEN-STAY TO C-OLD-LEN-STAY
           ELSE
               MOVE 0 TO C-OLD-LEN-STAY
           END-IF.
           MOVE C-OLD-LEN-STAY TO PR-NIGHTS.
           IF O-DISC-AMT NUMERIC
               MOVE O-DISC-AMT TO PR-DISC-AMT
           ELSE
               MOVE 0 TO PR-DISC-AMT
           END-IF.
           COMPUTE PR-NET-AMT = O-AMT * C-OLD-LEN-STAY - PR-DISC-AMT.
           MOVE C-PR-ACTION   TO PR-ACTION.
           MOVE CURRENT-DATE  TO PR-RUN-DATE.
           MOVE 'CBLJCB02'    TO PR-PROGRAM.
           WRITE PROMO-RED-REC.
           IF C-PR-ACTION = 'R'
               ADD 1 TO C-PROMO-RED-CTR
           ELSE
               ADD 1 TO C-PROMO-REV-CTR
           END-IF.
           SET PM-INDEX TO 1.
           SEARCH PROMO-ENTRY
               AT END
                   CONTINUE
               WHEN TBL-PM-CODE(PM-INDEX) = O-PROMO-CODE
                   IF C-PR-ACTION = 'R'
                       ADD 1 TO TBL-PM-USED(PM-INDEX)
                   ELSE
                       SUBTRACT 1 FROM TBL-PM-USED(PM-INDEX)
                   END-IF
           END-SEARCH.

      *    FILE AN ACCEPTED LEASE ON LEASE.DAT.  THE CARD IS VAULTED
      *    AND THE GUEST NUMBER SETTLED EXACTLY AS FOR A NIGHTLY
      *    BOOKING, BUT NOTHING IS CHARGED TONIGHT AND NO
      *    CONFIRMATION GOES OUT - THE CBLJCB22 BILLING RUN CHARGES
      *    EACH MONTH'S RENT ON THE BILLING DAY, AND THE OFFICE SIGNS
      *    THE LEASE WITH THE RESIDENT IN PERSON.  RENT CARRIES NO
      *    LODGING TAX (A STAY OF A MONTH OR MORE IS EXEMPT) AND NO
      *    RESERVATION FEE.  VAL-REC IS ONLY A WORK AREA HERE - NO
      *    RESERVATION MASTER RECORD IS WRITTEN.
       2370-BOOK-LEASE.
           MOVE SPACES TO VAL-REC.
	       EVALUATE I-CCTYPE
		       WHEN 'V'
			       MOVE 'VISA' TO O-CCTYPE
		       WHEN 'M'
			       MOVE 'MASTER CARD' TO O-CCTYPE
		       WHEN 'A'
			       MOVE 'AMERICAN EXPRESS' TO O-CCTYPE
	       END-EVALUATE.
		   STRING I-CCNUM1 DELIMITED BY SIZE
			   '-' DELIMITED BY SIZE
			   I-CCNUM2 DELIMITED BY SIZE
			   '-' DELIMITED BY SIZE
			   I-CCNUM3 DELIMITED BY SIZE
			   '-' DELIMITED BY SIZE
			   I-CCNUM4 DELIMITED BY SIZE
		   INTO O-CCNUM.
	       MOVE I-CCEXP TO O-CCEXP.
           PERFORM 2340-TOKENIZE-CARD.
           IF TOKEN-OK-SW = 'N'
               MOVE 'Y' TO ERR-SW
               MOVE ERR-MSG(40) TO O-ERR-MSG
               ADD 1 TO C-TOT-ERR-CTR
               PERFORM 2110-ERROR-PRINT
           ELSE
               PERFORM 2328-RESOLVE-GUEST-NUM
               PERFORM 2375-BUILD-LEASE-REC
               WRITE LS-REC
               IF LEASE-CTR < 500
                   ADD 1 TO LEASE-CTR
                   MOVE LS-CAMPGROUND TO TBL-LS-CAMPGROUND(LEASE-CTR)
                   MOVE LS-SITE       TO TBL-LS-SITE(LEASE-CTR)
                   MOVE C-RES-DATE-NUM TO TBL-LS-START(LEASE-CTR)
                   MOVE LS-END-DATE   TO TBL-LS-END(LEASE-CTR)
               ELSE
                   ADD 1 TO C-LS-OVFL-CTR
               END-IF
               ADD 1 TO C-LEASE-CTR
               PERFORM 2330-UPDATE-GUEST-HISTORY
           END-IF.

      *    THE FIRST RENT IS DUE FOR THE START MONTH, SO THE LEASE IS
      *    OPENED "BILLED THROUGH" THE MONTH BEFORE IT.  DECLINES ARE
      *    ONLY TAKEN UP FROM THE BOOKING DATE ON.
       2375-BUILD-LEASE-REC.
           MOVE SPACES         TO LS-REC.
           MOVE I-CAMPGROUND   TO LS-CAMPGROUND.
           MOVE I-SITE         TO LS-SITE.
           MOVE I-DATE         TO LS-START-DATE.
           MOVE C-END-DATE     TO LS-END-DATE.
           MOVE I-LEN-STAY     TO LS-MONTHS.
           MOVE 'A'            TO LS-STATUS.
	       STRING I-LNAME DELIMITED BY "  "
	       	   ', ' DELIMITED BY SIZE
	       	   I-FNAME DELIMITED BY "  "
	       INTO LS-NAME.
           MOVE C-GUEST-NUM    TO LS-GUEST-NUM.
           MOVE C-LEASE-RATE   TO LS-MONTHLY-RATE.
           IF I-BILL-DAY NUMERIC AND I-BILL-DAY > '00'
               MOVE I-BILL-DAY TO LS-BILL-DAY
           ELSE
               MOVE 1          TO LS-BILL-DAY
           END-IF.
           MOVE I-DATE         TO WK-DATE.
           IF WK-MM = 1
               MOVE 12 TO WK-MM
               SUBTRACT 1 FROM WK-YYYY
           ELSE
               SUBTRACT 1 FROM WK-MM
           END-IF.
           MOVE WK-DATE(1:6)   TO LS-BILLED-THRU.
           MOVE O-CCTYPE       TO LS-CCTYPE.
           MOVE O-CCNUM        TO LS-CCNUM.
           MOVE O-CCEXP        TO LS-CCEXP.
           MOVE I-PHONE        TO LS-PHONE.
           MOVE CURRENT-DATE   TO LS-BOOK-DATE.
           MOVE 0              TO LS-ARREARS.
           MOVE CURRENT-DATE   TO LS-DECL-THRU.

      *    ANSWER A PARTNER BOOKING UNDER ITS OWN REFERENCE - THE
      *    SAME FIRST ERROR ERR.PRT AND THE AUDIT TRAIL CARRY ON A
      *    REJECTION, THE GUEST NUMBER AND CHARGES ON AN ACCEPTANCE.
       2380-WRITE-PARTNER-RESULT.
           MOVE SPACES         TO PN-REC.
           MOVE I-PARTNER-REF  TO PN-PARTNER-REF.
           MOVE I-CAMPGROUND   TO PN-CAMPGROUND.
           MOVE I-SITE         TO PN-SITE.
           MOVE I-DATE         TO PN-DATE.
           MOVE CURRENT-DATE   TO PN-RUN-DATE.
           IF ERR-SW = 'N'
               MOVE 'A'          TO PN-STATUS
               MOVE C-GUEST-NUM  TO PN-GUEST-NUM
               MOVE C-TOT-AMT    TO PN-TOT-AMT
               MOVE C-DEP-AMT    TO PN-DEP-AMT
           ELSE
               MOVE 'R'          TO PN-STATUS
               MOVE 0            TO PN-TOT-AMT
               MOVE 0            TO PN-DEP-AMT
               MOVE C-FIRST-ERR-MSG TO PN-ERR-MSG
           END-IF.
           WRITE PN-REC.
           ADD 1 TO C-PTNR-CTR.

      *    A PARTNER PARTY MEMBER ALREADY ANSWERED AS ACCEPTED WAS
      *    JUST BACKED OUT WITH ITS PARTY - ANSWER IT AGAIN AS AN
      *    ERR37 REJECTION, WHICH SUPERSEDES THE ACCEPTANCE.
       2385-WRITE-PARTNER-BACKOUT.
           MOVE SPACES         TO PN-REC.
           MOVE TBL-PTY-PARTNER-REF(PARTY-SUB) TO PN-PARTNER-REF.
           MOVE 'R'            TO PN-STATUS.
           MOVE TBL-PTY-CAMPGROUND(PARTY-SUB)  TO PN-CAMPGROUND.
           MOVE TBL-PTY-SITE(PARTY-SUB)        TO PN-SITE.
           MOVE TBL-PTY-DATE(PARTY-SUB)        TO PN-DATE.
           MOVE 0              TO PN-TOT-AMT.
           MOVE 0              TO PN-DEP-AMT.
           MOVE ERR-MSG(37)    TO PN-ERR-MSG.
           MOVE CURRENT-DATE   TO PN-RUN-DATE.
           WRITE PN-REC.
           ADD 1 TO C-PTNR-BO-CTR.

      *    STAMP AND APPEND ONE RESJRNL.DAT ENTRY.  THE CALLER HAS
      *    ALREADY SET RJ-ACTION, RJ-BEFORE AND RJ-AFTER, AND ONLY
      *    COMES HERE ONCE THE FILE SYSTEM HAS TAKEN THE UPDATE.  THE
      *    RUN DATE IS THE AS-OF DATE, SO A RERUN FOR A PAST NIGHT
      *    JOURNALS UNDER THE NIGHT IT WAS FOR.
       2390-WRITE-JOURNAL.
           ADD 1 TO C-JRNL-CTR.
           MOVE 'CBLJCB02'     TO RJ-PROGRAM.
           MOVE CURRENT-DATE   TO RJ-RUN-DATE.
           MOVE HOLD-RUN-STAMP TO RJ-RUN-STAMP.
           MOVE C-JRNL-CTR     TO RJ-SEQ.
           WRITE RJ-REC.

      *    ROLL THIS ACCEPTED STAY INTO THE GUEST'S RECORD ON THE
      *    KEYED GUEST MASTER, IN PLACE.  A GUEST ALREADY ON FILE
      *    WITH A PRIOR STAY STILL STANDING IS A RETURNING GUEST -
      *    RECORD UNDER THE NUMBER JUST ASSIGNED.
       2330-UPDATE-GUEST-HISTORY.
           MOVE 'N' TO RETURNING-SW.
      *    A LEASE ADDS ITS DAYS FROM START TO MOVE-OUT AND ITS
      *    WHOLE-TERM RENT; A STAY ADDS ITS NIGHTS AND ITS TOTAL.
           IF TRAN-LEASE
               COMPUTE C-GM-NIGHTS =
                   FUNCTION INTEGER-OF-DATE(C-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(C-RES-DATE-NUM)
               MOVE C-LEASE-TOT TO C-GM-DOLLARS
           ELSE
               MOVE I-LEN-STAY TO C-GM-NIGHTS
               MOVE C-TOT-AMT  TO C-GM-DOLLARS
           END-IF.
           MOVE C-GUEST-NUM TO GM-GUEST-NUM.
           READ GUEST-MASTER
               INVALID KEY
                   MOVE I-LNAME     TO GM-LNAME
                   MOVE I-FNAME     TO GM-FNAME
                   MOVE 1           TO GM-STAYS
                   MOVE C-GM-NIGHTS TO GM-NIGHTS
                   MOVE C-GM-DOLLARS TO GM-DOLLARS
                   MOVE 0           TO GM-CANCELS
                   MOVE 0           TO GM-DISPUTES
                   MOVE SPACE       TO GM-STATUS
                   MOVE SPACES      TO GM-MERGED-INTO
                   MOVE SPACES      TO GM-DNR-REASON
                   MOVE SPACES      TO GM-DNR-DATE
                   MOVE SPACES      TO GM-DNR-BY
                   PERFORM 2332-REFRESH-GM-CONTACT
                   WRITE GM-REC
               NOT INVALID KEY
                       MOVE 'Y' TO RETURNING-SW
                   END-IF
                   ADD 1          TO GM-STAYS
                   ADD C-GM-NIGHTS  TO GM-NIGHTS
                   ADD C-GM-DOLLARS TO GM-DOLLARS
                   PERFORM 2332-REFRESH-GM-CONTACT
                   REWRITE GM-REC
           END-READ.
                       INTO C-OLD-LNAME C-OLD-FNAME-RAW
                   MOVE C-OLD-FNAME-RAW(2:10) TO C-OLD-FNAME
                   PERFORM 2135-BACKOUT-GUEST-HISTORY
                   MOVE 'PBO' TO C-LG-TYPE
                   PERFORM 2320-WRITE-SETTLE-CREDIT
                   IF O-PROMO-CODE NOT = SPACES
                       MOVE 'X' TO C-PR-ACTION
                       PERFORM 2360-WRITE-PROMO-RED
                   END-IF
                   MOVE VAL-REC TO RJ-BEFORE
                   DELETE CAMPRES-MASTER RECORD
                   IF WS-RES-FILE-STATUS = '00'
                       MOVE 'D'    TO RJ-ACTION
                       MOVE SPACES TO RJ-AFTER
                       PERFORM 2390-WRITE-JOURNAL
                   END-IF
                   SUBTRACT 1 FROM C-ACC-CTR
                   ADD 1 TO C-REJ-CTR
                   ADD 1 TO C-TOT-ERR-CTR
                   MOVE TBL-PTY-DATE(PARTY-SUB) TO O-PB-DATE
                   WRITE ERRLINE FROM PARTY-BACKOUT-LINE
                       AFTER ADVANCING 1 LINE
                   IF TBL-PTY-PARTNER-REF(PARTY-SUB) NOT = SPACES
                       PERFORM 2385-WRITE-PARTNER-BACKOUT
                   END-IF
           END-READ.
           ADD 1 TO PARTY-SUB.

      *    BUILD THE ITEMIZED BREAKDOWN FROM THE STAY'S BASE CHARGE -
      *    C-AMT, NIGHTS TIMES THE SITE FEE, NOT I-AMT, WHICH IS THE
      *    PER-NIGHT FEE - LESS ANY PROMOTION DISCOUNT 2400-CALCS
      *    WORKED OUT.  THE DISCOUNT COMES OFF BEFORE TAX, SO THE
      *    GUEST IS NOT TAXED ON MONEY THEY DON'T PAY.  LODGING TAX
      *    ROUNDS TO THE PENNY, THE RESERVATION FEE IS FLAT AND NEVER
      *    DISCOUNTED, AND THE TOTAL IS WHAT THE CARD IS CHARGED.
       2305-CALC-ITEMIZED.
           COMPUTE C-NET-AMT = C-AMT - C-DISC-AMT.
           COMPUTE C-TAX-AMT ROUNDED = C-NET-AMT * LODGING-TAX-RATE.
           MOVE RESERVATION-FEE TO C-FEE-AMT.
           COMPUTE C-TOT-AMT = C-NET-AMT + C-TAX-AMT + C-FEE-AMT.

      *    HOW MUCH OF THE TOTAL GOES ON THE CARD TONIGHT - THE FULL
      *    STAY FOR A BOOKING INSIDE THE DEPOSIT WINDOW, OTHERWISE
           COMPUTE C-LEAD-DAYS =
               FUNCTION INTEGER-OF-DATE(C-RES-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(C-RUN-DATE-NUM).
      *    A DEEP ENOUGH PROMOTION CAN BRING THE TOTAL UNDER ONE
      *    NIGHT PLUS THE FEE - THE DEPOSIT NEVER EXCEEDS THE TOTAL.
           IF C-LEAD-DAYS > DEPOSIT-WINDOW-DAYS
               COMPUTE C-DEP-AMT = I-AMT + C-FEE-AMT
               IF C-DEP-AMT > C-TOT-AMT
                   MOVE C-TOT-AMT TO C-DEP-AMT
               END-IF
               COMPUTE C-BAL-AMT = C-TOT-AMT - C-DEP-AMT
           ELSE
               MOVE C-TOT-AMT TO C-DEP-AMT
           MOVE O-DATE       TO SE-DATE.
           MOVE CURRENT-DATE TO SE-RUN-DATE.
           WRITE SETTLE-REC.
           PERFORM 2350-WRITE-PROC-SUB.
           ADD 1 TO C-CHG-CTR.
           ADD SE-AMT TO C-CHG-TOTAL.
           IF O-PAID-AMT < O-TOT-AMT
               MOVE 'DEP' TO C-LG-TYPE
           ELSE
               MOVE 'FUL' TO C-LG-TYPE
           END-IF.
           MOVE SE-AMT TO C-LG-AMT.
           PERFORM 2315-POST-LEDGER.

      *    POST ONE ENTRY TO THE PAYMENT LEDGER AGAINST THE STAY IN
      *    VAL-REC - THE CALLER HAS SET C-LG-TYPE AND THE SIGNED
      *    C-LG-AMT (POSITIVE CHARGED, NEGATIVE CREDITED).
       2315-POST-LEDGER.
           MOVE SPACES       TO LEDGER-REC.
           MOVE O-CAMPGROUND TO LG-CAMPGROUND.
           MOVE O-SITE       TO LG-SITE.
           MOVE O-DATE       TO LG-DATE.
           MOVE O-GUEST-NUM  TO LG-GUEST-NUM.
           MOVE CURRENT-DATE TO LG-POST-DATE.
           MOVE C-LG-TYPE    TO LG-ENTRY-TYPE.
           MOVE C-LG-AMT     TO LG-AMT.
           MOVE 'CBLJCB02'   TO LG-PROGRAM.
           WRITE LEDGER-REC.
           ADD 1 TO C-LG-CTR.
           ADD C-LG-AMT TO C-LG-TOTAL.

      *    A CHANGE REVERSES THE OLD STAY'S CHARGE BEFORE THE NEW ONE
      *    IS BILLED - THE OLD RECORD IS STILL IN VAL-REC WHEN THIS
           MOVE O-DATE       TO SE-DATE.
           MOVE CURRENT-DATE TO SE-RUN-DATE.
           WRITE SETTLE-REC.
           PERFORM 2350-WRITE-PROC-SUB.
           ADD 1 TO C-CRD-CTR.
           ADD SE-AMT TO C-CRD-TOTAL.
           COMPUTE C-LG-AMT = 0 - SE-AMT.
           PERFORM 2315-POST-LEDGER.

       2400-CALCS.

           END-IF.
	       
           MOVE WK-DATE TO C-END-DATE.
           IF TRAN-LEASE
               PERFORM 2420-CALC-LEASE-END
           END-IF.
           PERFORM 2410-CALC-DISCOUNT.

      *    THE PROMOTION DISCOUNT ON THE NIGHTS (C-AMT) FOR THE
      *    PROMOTION 2160-PROMO-CHECK ACCEPTED - NONE WHEN C-PM-SLOT
      *    IS ZERO.  PERCENT OFF ROUNDS TO THE PENNY; NTH NIGHT FREE
      *    GIVES ONE NIGHT'S FEE FOR EVERY WHOLE N NIGHTS STAYED (A
      *    "THIRD NIGHT FREE" 7-NIGHT STAY GETS TWO); A FLAT AMOUNT
      *    NEVER TAKES THE NIGHTS BELOW ZERO.
       2410-CALC-DISCOUNT.
           MOVE 0 TO C-DISC-AMT.
           IF C-PM-SLOT > 0
               EVALUATE TBL-PM-TYPE(C-PM-SLOT)
                   WHEN 'P'
                       COMPUTE C-DISC-AMT ROUNDED =
                           C-AMT * TBL-PM-VALUE(C-PM-SLOT) / 100
                   WHEN 'N'
                       MOVE TBL-PM-VALUE(C-PM-SLOT) TO C-NTH-NIGHT
                       IF C-NTH-NIGHT > 0
                           DIVIDE I-LEN-STAY BY C-NTH-NIGHT
                               GIVING C-FREE-NIGHTS
                           COMPUTE C-DISC-AMT = C-FREE-NIGHTS * I-AMT
                       END-IF
                   WHEN 'A'
                       MOVE TBL-PM-VALUE(C-PM-SLOT) TO C-DISC-AMT
               END-EVALUATE
               IF C-DISC-AMT > C-AMT
                   MOVE C-AMT TO C-DISC-AMT
               END-IF
           END-IF.

      *    A LEASE ENDS ON THE 1ST OF THE MONTH AFTER ITS LAST MONTH -
      *    THE MOVE-OUT DAY, JUST AS A STAY'S END DATE IS ITS
      *    DEPARTURE DAY.
       2420-CALC-LEASE-END.
           MOVE I-DATE TO WK-DATE.
           ADD I-LEN-STAY TO WK-MM.
           IF WK-MM > 12
               SUBTRACT 12 FROM WK-MM
               ADD 1 TO WK-YYYY
           END-IF.
           MOVE WK-DATE TO C-END-DATE.

       3100-ERR-TOTALS.
           MOVE C-TOT-ERR-CTR TO O-TOT-ERR-CTR.
           MOVE C-NET-TOTAL   TO O-SET-AMT.
           WRITE ERRLINE FROM SETTLE-REG-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEDGER   '   TO O-SET-LABEL.
           MOVE C-LG-CTR      TO O-SET-CTR.
           MOVE C-LG-TOTAL    TO O-SET-AMT.
           WRITE ERRLINE FROM SETTLE-REG-LINE
               AFTER ADVANCING 1 LINE.

      *    PROVE THE RUN: RECORDS PROCESSED MUST EQUAL ACCEPTANCES
      *    ONTO THE MASTER PLUS LEASES BOOKED PLUS REJECTIONS TO
      *    ERR.PRT PLUS DO-NOT-RENT REFERRALS TO DNRREV.PRT, EVERY
      *    ACTIVE LEASE AND FLAGGED GUEST MUST BE IN ITS TABLE, AND
      *    CONFIRM.DAT MUST HAVE EXACTLY ONE RECORD PER ACCEPTANCE.
      *    EVERY SETTLEMENT RECORD MUST HAVE ITS LEDGER ENTRY.
      *    THE SAME FIGURES APPEND TO RUNLOG.DAT (A REFERRAL COUNTS
      *    AS A REJECTION THERE) SO THE MORNING CHECKOUT IS A COMPARE
      *    AGAINST YESTERDAY'S LINE, AND A RUN THAT DIED MID-FILE
      *    SHOWS UP AS AN OUT-OF-BALANCE FLAG.
       3160-RUN-BALANCE.
           WRITE ERRLINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
               AFTER ADVANCING 1 LINE.
           MOVE 'REJECTED TO ERROR REPORT  ' TO O-BAL-LABEL.
           MOVE C-REJ-CTR                    TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REFERRED TO MANAGER REVIEW' TO O-BAL-LABEL.
           MOVE C-DNR-CTR                    TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CONFIRMATIONS EXPORTED    ' TO O-BAL-LABEL.
           MOVE C-CONF-CTR                   TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEDGER ENTRIES POSTED     ' TO O-BAL-LABEL.
           MOVE C-LG-CTR                     TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CARDS FILED IN VAULT      ' TO O-BAL-LABEL.
           MOVE C-TOKEN-CTR                  TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT SENT - NO VAULT CARD  ' TO O-BAL-LABEL.
           MOVE C-CV-MISS-CTR                TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROMOTIONS REDEEMED       ' TO O-BAL-LABEL.
           MOVE C-PROMO-RED-CTR              TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROMOTIONS REVERSED       ' TO O-BAL-LABEL.
           MOVE C-PROMO-REV-CTR              TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SEASONAL LEASES BOOKED    ' TO O-BAL-LABEL.
           MOVE C-LEASE-CTR                  TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEASES OVER TABLE LIMIT   ' TO O-BAL-LABEL.
           MOVE C-LS-OVFL-CTR                TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DO-NOT-RENT OVER LIMIT    ' TO O-BAL-LABEL.
           MOVE C-DNR-OVFL-CTR               TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PARTNER BOOKINGS ANSWERED ' TO O-BAL-LABEL.
           MOVE C-PTNR-CTR                   TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PARTNER PARTY BACKOUTS    ' TO O-BAL-LABEL.
           MOVE C-PTNR-BO-CTR                TO O-BAL-CTR.
           WRITE ERRLINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-ACC-AMT-TOTAL TO O-BAL-ACC-AMT.
           WRITE ERRLINE FROM BALANCE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-READ-CTR = C-ACC-CTR + C-LEASE-CTR + C-REJ-CTR
                         + C-DNR-CTR
            AND C-CONF-CTR = C-ACC-CTR
            AND C-LG-CTR = C-SET-TOT-CTR
            AND C-LS-OVFL-CTR = 0
            AND C-DNR-OVFL-CTR = 0
               MOVE 'Y' TO RL-BALANCE-FLAG
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
           MOVE CURRENT-DATE    TO RL-RUN-DATE.
           MOVE C-READ-CTR      TO RL-READ-CTR.
           MOVE C-ACC-CTR       TO RL-ACC-CTR.
           COMPUTE RL-REJ-CTR = C-REJ-CTR + C-DNR-CTR.
           MOVE C-CONF-CTR      TO RL-CONF-CTR.
           MOVE C-ACC-AMT-TOTAL TO RL-ACC-AMT.
           WRITE RUN-LOG-REC.
