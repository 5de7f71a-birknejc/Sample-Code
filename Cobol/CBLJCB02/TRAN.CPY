      * TRANSACTION TYPE - BLANK OR 'N' IS A NEW BOOKING; 'C' IS A
      * CHANGE THAT MOVES THE RESERVATION AT I-CAMPGROUND/I-OLD-SITE/
      * I-OLD-DATE TO THE SITE AND DATES ABOVE, REPRICED WITHOUT THE
      * CANCELLATION PENALTY.  'L' IS A SEASONAL MONTHLY LEASE -
      * I-DATE IS THE FIRST OF THE FIRST MONTH, I-LEN-STAY IS THE
      * NUMBER OF MONTHS (1-12), AND I-AMT IS KEYED AS ZERO BECAUSE
      * THE RENT COMES OFF THE MONTHLY RATE ON SITERATE.DAT.  A
      * LEASE GOES TO LEASE.DAT, NOT THE RESERVATION MASTER, AND IS
      * BILLED MONTH BY MONTH BY CBLJCB22.
           05 I-TRAN-TYPE        PIC X.
               88 TRAN-CHANGE     VALUE 'C'.
               88 TRAN-NEW        VALUE 'N', ' '.
               88 TRAN-LEASE      VALUE 'L'.
           05 I-OLD-SITE         PIC X(3).
           05 I-OLD-DATE         PIC X(8).
      * GUEST CONTACT - MAILING ADDRESS AND PHONE ARE REQUIRED AT
      * OR ZERO MEANS A FIRST BOOKING AND A FRESH NUMBER IS
      * ASSIGNED (SEE 2330-UPDATE-GUEST-HISTORY IN CBLJCB02).
           05 I-GUEST-NUM        PIC X(6).
      * PROMOTION CODE - BLANK FOR FULL PRICE.  A CODE MUST BE ON
      * PROMO.DAT, ACTIVE, GOOD AT THIS CAMPGROUND FOR THIS ARRIVAL
      * DATE AND UNDER ITS USAGE CAP; THE DISCOUNT IS TAKEN OFF THE
      * NIGHTS BEFORE TAX (SEE 2305-CALC-ITEMIZED IN CBLJCB02).  I-AMT
      * IS STILL KEYED AT THE FULL NIGHTLY RATE.
           05 I-PROMO-CODE       PIC X(8).
      * LEASE BILLING DAY - THE DAY OF EACH MONTH A LEASE'S RENT IS
      * CHARGED, 01-28 SO EVERY MONTH HAS ONE.  BLANK OR ZERO BILLS
      * ON THE 1ST.  LEASES ONLY - IGNORED ON A NIGHTLY BOOKING.
           05 I-BILL-DAY         PIC XX.
      * BOOKING CHANNEL - BLANK FOR A BOOKING KEYED BY THE OFFICE;
      * 'P' FOR ONE TRANSLATED FROM THE ONLINE PARTNER'S FILE BY
      * CBLJCB24.  A PARTNER BOOKING GOES THROUGH EXACTLY THE SAME
      * EDITS AS A KEYED ONE; THE CHANNEL ONLY TELLS CBLJCB02 TO
      * ANSWER IT ON PTNRRES.DAT, UNDER THE PARTNER'S OWN BOOKING
      * REFERENCE, SO CBLJCB25 CAN ACKNOWLEDGE IT BACK TO THEM.
           05 I-CHANNEL          PIC X.
               88 CHANNEL-OFFICE  VALUE ' '.
               88 CHANNEL-PARTNER VALUE 'P'.
           05 I-PARTNER-REF      PIC X(12).
      * RIG - WHAT THE GUEST IS BRINGING: 'T' TENT, 'C' TOWED CAMPER
      * OR TRAILER, 'M' MOTORHOME, BLANK IF NOT GIVEN.  I-RIG-LEN IS
      * THE RIG'S LENGTH IN FEET, REQUIRED FOR 'C' AND 'M' AND
      * CHECKED AGAINST THE SITE'S MAXIMUM ON SITEINV.DAT (SEE
      * 2106-SITE-INV-CHECK IN CBLJCB02).  A TENT FITS ANY SITE.
           05 I-RIG-TYPE         PIC X.
               88 RIG-NOT-GIVEN   VALUE ' '.
               88 RIG-TENT        VALUE 'T'.
               88 RIG-CAMPER      VALUE 'C'.
               88 RIG-MOTORHOME   VALUE 'M'.
           05 I-RIG-LEN          PIC XX.
           05 I-RIG-LEN-NUM REDEFINES I-RIG-LEN PIC 99.
       01 TBL-I-CCNUM REDEFINES TRAN-REC.
           05 FILLER             PIC X(56).
           05 I-CCNUM            PIC X(16).
           05 FILLER             PIC X(143).
