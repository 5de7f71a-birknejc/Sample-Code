      * LS-REC - LEASE.DAT SEASONAL SITE LEASE RECORD LAYOUT.
      * ONE RECORD PER LEASE, WRITTEN BY CBLJCB02 WHEN AN 'L'
      * TRANSACTION IS ACCEPTED AND REWRITTEN BY THE CBLJCB22
      * MONTHLY BILLING RUN.  THE LEASE HOLDS THE SITE FROM
      * LS-START-DATE (ALWAYS THE 1ST) UP TO LS-END-DATE (THE 1ST OF
      * THE MONTH AFTER THE LAST MONTH - THE MOVE-OUT DAY), THE SAME
      * INCLUSIVE RANGE A RESERVATION'S ARRIVAL/DEPARTURE DATES
      * BLOCK, SO CBLJCB02 AND CBLJCB04 TREAT THE TWO ALIKE.
       01 LS-REC.
           05 LS-KEY.
               10 LS-CAMPGROUND  PIC X(11).
               10 LS-SITE        PIC X(3).
               10 LS-START-DATE  PIC X(8).
           05 LS-END-DATE        PIC 9(8).
           05 LS-MONTHS          PIC 99.
      * 'A' ACTIVE - STILL HOLDS THE SITE AND IS STILL BILLED.
      * 'E' ENDED - EVERY MONTH BILLED, NOTHING OWED AND PAST THE
      * MOVE-OUT DAY.  ONLY CBLJCB22 SETS 'E'.
           05 LS-STATUS          PIC X.
               88 LS-ACTIVE       VALUE 'A'.
               88 LS-ENDED        VALUE 'E'.
           05 LS-NAME            PIC X(27).
           05 LS-GUEST-NUM       PIC X(6).
      * THE MONTHLY RATE IN FORCE ON SITERATE.DAT FOR THE START
      * DATE, LOCKED IN FOR THE LIFE OF THE LEASE.
           05 LS-MONTHLY-RATE    PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 LS-BILL-DAY        PIC 99.
      * LAST MONTH CHARGED, CCYYMM - THE MONTH BEFORE THE START
      * UNTIL THE FIRST RENT IS BILLED.
           05 LS-BILLED-THRU     PIC 9(6).
      * CARD ON FILE - TOKENIZED LIKE EVERY OTHER CARD OUTSIDE THE
      * VAULT; THE BILLING RUN RESOLVES IT ONLY FOR PROCSUB.DAT.
           05 LS-CCTYPE          PIC X(16).
           05 LS-CCNUM           PIC X(19).
           05 LS-CCEXP           PIC X(8).
           05 LS-PHONE           PIC X(10).
           05 LS-BOOK-DATE       PIC X(8).
      * DECLINED RENT NOT YET COLLECTED, TAKEN UP FROM DECLINE.DAT
      * (WRITTEN BY CBLJCB10) BY THE BILLING RUN AND ADDED TO THE
      * NEXT RENT CHARGE.  LS-DECL-THRU IS THE LATEST DECLINE DATE
      * ALREADY TAKEN UP, SO NO DECLINE IS EVER COUNTED TWICE.
           05 LS-ARREARS         PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 LS-DECL-THRU       PIC X(8).
           05 FILLER             PIC X(1).
