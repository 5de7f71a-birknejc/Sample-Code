      * TO ON THE GUEST MASTER.  BLANK ON RECORDS FROM BEFORE GUEST
      * NUMBERS EXISTED - TEST NUMERIC BEFORE USING.
           05 O-GUEST-NUM        PIC X(6).
      * O-PROMO-CODE/O-DISC-AMT - THE PROMOTION THE STAY WAS BOOKED
      * UNDER AND THE DOLLARS IT TOOK OFF THE NIGHTS BEFORE TAX (SEE
      * PROMO.DAT).  O-AMT STAYS THE UNDISCOUNTED NIGHTLY FEE; THE
      * DISCOUNT IS ALREADY OUT OF O-TAX-AMT AND O-TOT-AMT.  BLANK
      * ON A BOOKING WITH NO PROMOTION AND ON RECORDS FROM BEFORE
      * PROMOTIONS EXISTED - TEST NUMERIC BEFORE USING.
           05 O-PROMO-CODE       PIC X(8).
           05 O-DISC-AMT         PIC S9(5)V99 SIGN LEADING SEPARATE.
      * O-RIG-TYPE/O-RIG-LEN - THE GUEST'S RIG AS BOOKED (SEE
      * I-RIG-TYPE ON TRAN.CPY), SO A RELOCATION ONLY MOVES THE GUEST
      * TO A SITE THE RIG FITS.  BLANK WHERE NO RIG WAS GIVEN AND ON
      * RECORDS FROM BEFORE RIGS WERE RECORDED.
           05 O-RIG-TYPE         PIC X.
           05 O-RIG-LEN          PIC XX.
      * O-BOOK-DATE - CCYYMMDD RUN DATE OF THE CBLJCB02 RUN THAT
      * ACCEPTED THE BOOKING (A CHANGE RE-BOOKS THE STAY, SO IT TAKES
      * THE DATE OF THE CHANGE).  CARRIED INTO STAYHIST.DAT BY THE
      * CBLJCB11 ARCHIVE SO THE BOOKING-PACE REPORT CAN REBUILD WHAT
      * WAS ON THE BOOKS ON ANY DAY.  BLANK ON RECORDS FROM BEFORE
      * BOOKING DATES WERE KEPT - TEST NUMERIC BEFORE USING.
           05 O-BOOK-DATE        PIC X(8).
           05 FILLER             PIC X(23).
