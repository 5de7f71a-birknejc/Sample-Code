       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB24.
       AUTHOR. JEFF BIRKNER.

      *    INBOUND BOOKINGS FROM THE ONLINE RESERVATION PARTNER.  THE
      *    PARTNER DROPS THE DAY'S WEB BOOKINGS IN PTNRBKG.DAT IN
      *    THEIR OWN LAYOUT; THIS RUN TRANSLATES EACH ONE INTO A
      *    TRAN-REC AND APPENDS IT TO RESERVE.DAT, TAGGED WITH THE
      *    PARTNER CHANNEL AND THE PARTNER'S BOOKING REFERENCE, SO IT
      *    GOES THROUGH THE OVERNIGHT CBLJCB02 EDITS EXACTLY LIKE A
      *    BOOKING THE OFFICE KEYED.  NOTHING IS RETYPED.
      *
      *    ONLY THE FORMAT IS CHANGED HERE - DATES, RATE, CARD BRAND
      *    AND EXPIRY, PHONE AND ZIP - AND THE BOOKING IS NOT EDITED
      *    FOR SENSE; THAT IS CBLJCB02'S JOB.  A BOOKING THAT CANNOT
      *    BE PUT INTO A TRAN-REC AT ALL (A DATE THAT ISN'T A DATE,
      *    AN EMAIL TOO LONG TO HOLD) IS REJECTED WITH AN XLT REASON
      *    INSTEAD OF BEING PASSED ON MANGLED.
      *
      *    EVERY BOOKING RECEIVED, TRANSLATED OR NOT, IS LOGGED ON
      *    PTNRLOG.DAT.  AFTER THE CBLJCB02 RUN, CBLJCB25 MATCHES THE
      *    LOG AGAINST CBLJCB02'S ANSWERS AND SENDS THE PARTNER AN
      *    ACCEPT/REJECT FOR EVERY ONE.  A REFERENCE STILL ON THE LOG
      *    AWAITING ITS ANSWER IS NOT TAKEN AGAIN - A RESEND WOULD
      *    OTHERWISE BOOK THE GUEST TWICE.  EVERY BOOKING LISTS ON
      *    PTNRXLT.PRT.  RUN BEFORE THE OVERNIGHT CBLJCB02 RUN.

       ENVIRONMENT DIVISION.
           SELECT PARTNER-IN
               ASSIGN TO 'C:\COBOLFA23\PARTNER\PTNRBKG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PB-FILE-STATUS.

           SELECT RESERVE-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RESERVE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARTNER-LOG-CHECK
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PTNRLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PL-FILE-STATUS.

           SELECT PARTNER-LOG-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PTNRLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-DATE-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RUNDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RDC-FILE-STATUS.

           SELECT XLATE-RPT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PTNRXLT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
      *    THE PARTNER'S BOOKING LAYOUT, AS AGREED WITH THEM.  DATES
      *    ARE CCYY-MM-DD, THE RATE CARRIES ITS DECIMAL POINT, THE
      *    CARD BRAND IS SPELLED OUT, EXPIRY IS MM/CCYY, AND THE PHONE
      *    AND ZIP COME FORMATTED.  THE PARK NAME IS OUR CAMPGROUND
      *    NAME AS ON CAMPGRD.DAT.  THE GROUP ID TIES THE SITES OF
      *    ONE PARTY TOGETHER AND THE PARTNER SENDS A GROUP'S SITES
      *    CONSECUTIVELY.  THE MEMBER NUMBER IS OUR GUEST NUMBER,
      *    KEYED BY A RETURNING GUEST ON THEIR SITE.
       FD PARTNER-IN
       LABEL RECORD IS STANDARD
       DATA RECORD IS PB-REC
       RECORD CONTAINS 260 CHARACTERS.

       01 PB-REC.
           05 PB-BOOKING-REF       PIC X(12).
           05 PB-PARK-NAME         PIC X(20).
           05 PB-SITE              PIC X(3).
           05 PB-ARRIVE.
               10 PB-ARR-YYYY      PIC X(4).
               10 FILLER           PIC X.
               10 PB-ARR-MM        PIC XX.
               10 FILLER           PIC X.
               10 PB-ARR-DD        PIC XX.
           05 PB-DEPART.
               10 PB-DEP-YYYY      PIC X(4).
               10 FILLER           PIC X.
               10 PB-DEP-MM        PIC XX.
               10 FILLER           PIC X.
               10 PB-DEP-DD        PIC XX.
           05 PB-NIGHTLY-RATE.
               10 PB-RATE-DOLLARS  PIC 9(3).
               10 PB-RATE-POINT    PIC X.
               10 PB-RATE-CENTS    PIC 99.
           05 PB-LAST-NAME         PIC X(20).
           05 PB-FIRST-NAME        PIC X(15).
           05 PB-CARD-BRAND        PIC X(4).
           05 PB-CARD-NUM          PIC X(16).
           05 PB-CARD-EXP.
               10 PB-EXP-MM        PIC 99.
               10 PB-EXP-SLASH     PIC X.
               10 PB-EXP-YYYY      PIC 9(4).
           05 PB-ADDRESS           PIC X(30).
           05 PB-CITY              PIC X(20).
           05 PB-STATE             PIC XX.
           05 PB-ZIP               PIC X(10).
           05 PB-PHONE             PIC X(14).
           05 PB-EMAIL             PIC X(40).
           05 PB-GROUP-ID          PIC X(4).
           05 PB-MEMBER-NUM        PIC X(6).
           05 PB-PROMO-CODE        PIC X(8).
           05 FILLER               PIC X(3).

       FD RESERVE-OUT
       LABEL RECORD IS STANDARD
       DATA RECORD IS TRAN-REC
       RECORD CONTAINS 215 CHARACTERS.

       COPY "TRAN.CPY".

      *    PARTNER BOOKING LOG - ONE LINE PER BOOKING RECEIVED, 'T'
      *    TRANSLATED ONTO RESERVE.DAT OR 'R' REJECTED HERE WITH ITS
      *    XLT REASON.  ONLY THE REFERENCE IS NEEDED ON THE LOAD.
       FD PARTNER-LOG-CHECK
       LABEL RECORD IS OMITTED
       DATA RECORD IS PLC-REC
       RECORD CONTAINS 168 CHARACTERS.

       01 PLC-REC.
           05 PLC-PARTNER-REF      PIC X(12).
           05 FILLER               PIC X(156).

       FD PARTNER-LOG-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS PL-REC
       RECORD CONTAINS 168 CHARACTERS.

       01 PL-REC.
           05 PL-PARTNER-REF       PIC X(12).
           05 PL-STATUS            PIC X.
           05 PL-RECV-DATE         PIC X(8).
           05 PL-CAMPGROUND        PIC X(11).
           05 PL-SITE              PIC X(3).
           05 PL-DATE              PIC X(8).
           05 PL-LNAME             PIC X(15).
           05 PL-FNAME             PIC X(10).
           05 PL-XLT-MSG           PIC X(100).

       FD RUN-DATE-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS RUN-DATE-CARD-REC
       RECORD CONTAINS 8 CHARACTERS.

       01 RUN-DATE-CARD-REC      PIC X(8).

       FD XLATE-RPT
       LABEL RECORD IS OMITTED
       DATA RECORD IS XLT-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 XLT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-PB-RECS         PIC X.
           05 MORE-PL-RECS         PIC X.

       01 WS-PB-FILE-STATUS        PIC XX.
       01 WS-PL-FILE-STATUS        PIC XX.
       01 WS-RDC-FILE-STATUS       PIC XX.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-XLT-ERR            PIC 99.
           05 C-NIGHTS             PIC S9(5).
           05 C-PH-SUB             PIC 99.
           05 C-PH-DIGITS          PIC 99.
           05 C-EXP-NEXT           PIC 9(8).
           05 C-EXP-DATE           PIC 9(8).
           05 C-PAGE-CTR           PIC 99     VALUE 0.

       01 C-ARR-DATE.
           05 C-ARR-YYYY           PIC X(4).
           05 C-ARR-MM             PIC XX.
           05 C-ARR-DD             PIC XX.
       01 C-ARR-DATE-NUM REDEFINES C-ARR-DATE PIC 9(8).

       01 C-DEP-DATE.
           05 C-DEP-YYYY           PIC X(4).
           05 C-DEP-MM             PIC XX.
           05 C-DEP-DD             PIC XX.
       01 C-DEP-DATE-NUM REDEFINES C-DEP-DATE PIC 9(8).

       01 C-EXP-WORK.
           05 C-EXP-YYYY           PIC 9(4).
           05 C-EXP-MM             PIC 99.
           05 C-EXP-DD             PIC 99.
       01 C-EXP-WORK-NUM REDEFINES C-EXP-WORK PIC 9(8).

      *    THE PHONE'S DIGITS, PUNCTUATION STRIPPED.  ROOM FOR A
      *    LEADING COUNTRY CODE 1, WHICH IS DROPPED.
       01 C-PHONE-OUT              PIC X(11).

       01 RUN-CTL-CTRS.
           05 C-READ-CTR           PIC 9(5)     VALUE 0.
           05 C-XLATE-CTR          PIC 9(5)     VALUE 0.
           05 C-REJ-CTR            PIC 9(5)     VALUE 0.
           05 C-TRAN-CTR           PIC 9(5)     VALUE 0.
           05 C-LOG-CTR            PIC 9(5)     VALUE 0.

      *    EVERY REFERENCE ON THE LOG STILL AWAITING ITS ANSWER, PLUS
      *    EVERY ONE TAKEN THIS RUN.  MORE THAN THE TABLE HOLDS IS
      *    COUNTED AND PUTS THE RUN OUT OF BALANCE, SINCE A RESEND OF
      *    ONE LEFT OFF COULD NO LONGER BE CAUGHT.
       01 REF-CTR                  PIC 9(4) VALUE 0.
       01 C-REF-OVFL-CTR           PIC 9(5) VALUE 0.
       01 REF-TABLE.
           05 REF-ENTRY         OCCURS 1000 TIMES INDEXED BY REF-INDEX.
               10 TBL-REF              PIC X(12).

      *    REASONS A BOOKING CANNOT BE TRANSLATED.  THEY GO BACK TO
      *    THE PARTNER ON THE ACKNOWLEDGMENT THE SAME WAY AN ERRNN
      *    REASON FROM CBLJCB02 DOES.
       01 XLT-MSG-TABLE.
           05 FILLER               PIC X(100)
               VALUE 'XLT1: BOOKING REFERENCE MISSING'.
           05 FILLER               PIC X(100)
               VALUE 'XLT2: PARK NAME IS NOT A RATHBUN LAKE CAMPGROUND
      -        ' NAME'.
           05 FILLER               PIC X(100)
               VALUE 'XLT3: ARRIVAL OR DEPARTURE IS NOT A CCYY-MM-DD
      -        ' DATE'.
           05 FILLER               PIC X(100)
               VALUE 'XLT4: DEPARTURE MUST BE 1-99 NIGHTS AFTER
      -        ' ARRIVAL'.
           05 FILLER               PIC X(100)
               VALUE 'XLT5: NIGHTLY RATE IS NOT NNN.NN'.
           05 FILLER               PIC X(100)
               VALUE 'XLT6: CARD BRAND MUST BE VISA, MC OR AMEX'.
           05 FILLER               PIC X(100)
               VALUE 'XLT7: CARD EXPIRY IS NOT MM/CCYY'.
           05 FILLER               PIC X(100)
               VALUE 'XLT8: PHONE DOES NOT HOLD A 10-DIGIT NUMBER'.
           05 FILLER               PIC X(100)
               VALUE 'XLT9: ADDRESS, CITY OR EMAIL TOO LONG FOR THE
      -        ' GUEST RECORD'.
           05 FILLER               PIC X(100)
               VALUE 'XLT10: BOOKING REFERENCE ALREADY RECEIVED AND
      -        ' STILL AWAITING ITS ANSWER'.
       01 TABLE-XLT-MSG REDEFINES XLT-MSG-TABLE.
           05 XLT-MSG                      PIC X(100)  OCCURS 10 TIMES.

       01 XLT-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 XLT-TITLE-DATE.
               10 XLT-TITLE-MONTH  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 XLT-TITLE-DAY    PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 XLT-TITLE-YEAR   PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 XLT-TITLE-PAGE       PIC Z9.

       01 XLT-TITLE-LINE2.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(36)   VALUE
              'PARTNER INBOUND BOOKING TRANSLATION'.

       01 XLT-COL-HEADING.
           05 FILLER               PIC X(14)   VALUE 'PARTNER REF'.
           05 FILLER               PIC X(27)   VALUE 'GUEST'.
           05 FILLER               PIC X(12)   VALUE 'CAMPGROUND'.
           05 FILLER               PIC X(5)    VALUE 'SITE'.
           05 FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05 FILLER               PIC X(7)    VALUE 'NIGHTS'.
           05 FILLER               PIC X(6)    VALUE 'RESULT'.

       01 XLT-DETAIL-LINE.
           05 XD-REF               PIC X(12).
           05 FILLER               PIC XX      VALUE SPACES.
           05 XD-NAME              PIC X(27).
           05 XD-CAMPGROUND        PIC X(11).
           05 FILLER               PIC X       VALUE SPACE.
           05 XD-SITE              PIC X(3).
           05 FILLER               PIC XX      VALUE SPACES.
           05 XD-ARRIVE            PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 XD-NIGHTS            PIC ZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 XD-RESULT            PIC X(57).

       01 BALANCE-TITLE.
           05 FILLER               PIC X(23)   VALUE
              'RUN CONTROL AND BALANCE'.

       01 BALANCE-DETAIL-LINE.
           05 O-BAL-LABEL          PIC X(26).
           05 O-BAL-CTR            PIC ZZZ,ZZ9.

       01 BALANCE-FLAG-LINE.
           05 O-BAL-FLAG-MSG       PIC X(45).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-PB-RECS = 'N'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT XLATE-RPT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           PERFORM 1040-READ-RUN-DATE.
           MOVE CURRENT-MONTH                 TO XLT-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO XLT-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO XLT-TITLE-YEAR.
           PERFORM 1100-INIT-HEADING.
           PERFORM 1050-LOAD-PENDING-REFS.
           OPEN EXTEND RESERVE-OUT.
           OPEN EXTEND PARTNER-LOG-OUT.
           MOVE 'Y' TO MORE-PB-RECS.
           OPEN INPUT PARTNER-IN.
           IF WS-PB-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-PB-RECS
           ELSE
               PERFORM 9000-READ-PARTNER
           END-IF.

      *    OVERLAY THE SYSTEM DATE WITH THE AS-OF DATE FROM THE RUN
      *    CONTROL CARD WHEN ONE IS SUPPLIED - THE SAME CARD THE
      *    OVERNIGHT CBLJCB02 RUN WORKS FROM.
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

      *    LOAD THE REFERENCES STILL ON THE LOG - CBLJCB25 TAKES A
      *    BOOKING OFF ONCE IT HAS BEEN ANSWERED, SO WHAT IS LEFT IS
      *    AWAITING THE NEXT CBLJCB02 RUN.  NO LOG YET IS AN EMPTY
      *    TABLE.
       1050-LOAD-PENDING-REFS.
           MOVE 'Y' TO MORE-PL-RECS.
           OPEN INPUT PARTNER-LOG-CHECK.
           IF WS-PL-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-PL-RECS
           ELSE
               PERFORM 9100-READ-LOG
           END-IF.
           PERFORM 1055-BUILD-REF-TABLE
               UNTIL MORE-PL-RECS = 'N'.
           IF WS-PL-FILE-STATUS = '00' OR WS-PL-FILE-STATUS = '10'
               CLOSE PARTNER-LOG-CHECK
           END-IF.

       1055-BUILD-REF-TABLE.
           IF REF-CTR < 1000
               ADD 1 TO REF-CTR
               MOVE PLC-PARTNER-REF TO TBL-REF(REF-CTR)
           ELSE
               ADD 1 TO C-REF-OVFL-CTR
           END-IF.
           PERFORM 9100-READ-LOG.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO XLT-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE XLT-LINE FROM XLT-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE XLT-LINE FROM XLT-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE XLT-LINE FROM XLT-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE XLT-LINE FROM XLT-COL-HEADING
               AFTER ADVANCING 2 LINES.

       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           PERFORM 2100-EDIT-PARTNER-REC.
           IF C-XLT-ERR = 0
               PERFORM 2200-BUILD-TRAN-REC
               WRITE TRAN-REC
               ADD 1 TO C-TRAN-CTR
               ADD 1 TO C-XLATE-CTR
               IF REF-CTR < 1000
                   ADD 1 TO REF-CTR
                   MOVE PB-BOOKING-REF TO TBL-REF(REF-CTR)
               ELSE
                   ADD 1 TO C-REF-OVFL-CTR
               END-IF
           ELSE
               ADD 1 TO C-REJ-CTR
           END-IF.
           PERFORM 2300-WRITE-LOG.
           PERFORM 2400-PRINT-DETAIL.
           PERFORM 9000-READ-PARTNER.

      *    FIND THE FIRST THING THAT KEEPS THIS BOOKING OUT OF A
      *    TRAN-REC - C-XLT-ERR IS ITS XLT NUMBER, OR ZERO.  THE
      *    TRANSLATED DATES AND NIGHTS ARE LEFT IN CALCS FOR 2200.
       2100-EDIT-PARTNER-REC.
           MOVE 0 TO C-XLT-ERR.
           MOVE 0 TO C-NIGHTS.
           MOVE PB-ARR-YYYY TO C-ARR-YYYY.
           MOVE PB-ARR-MM   TO C-ARR-MM.
           MOVE PB-ARR-DD   TO C-ARR-DD.
           IF PB-BOOKING-REF = SPACES
               MOVE 1 TO C-XLT-ERR
           END-IF.
           IF C-XLT-ERR = 0 AND PB-PARK-NAME(12:9) NOT = SPACES
               MOVE 2 TO C-XLT-ERR
           END-IF.
           IF C-XLT-ERR = 0
               PERFORM 2110-EDIT-DATES
           END-IF.
           IF C-XLT-ERR = 0
            AND (PB-RATE-DOLLARS NOT NUMERIC
             OR PB-RATE-POINT NOT = '.'
             OR PB-RATE-CENTS NOT NUMERIC)
               MOVE 5 TO C-XLT-ERR
           END-IF.
           IF C-XLT-ERR = 0
            AND PB-CARD-BRAND NOT = 'VISA'
            AND PB-CARD-BRAND NOT = 'MC  '
            AND PB-CARD-BRAND NOT = 'AMEX'
               MOVE 6 TO C-XLT-ERR
           END-IF.
           IF C-XLT-ERR = 0
               PERFORM 2120-EDIT-EXPIRY
           END-IF.
           IF C-XLT-ERR = 0
               PERFORM 2130-EDIT-PHONE
           END-IF.
           IF C-XLT-ERR = 0
            AND (PB-ADDRESS(26:5) NOT = SPACES
             OR PB-CITY(16:5) NOT = SPACES
             OR PB-EMAIL(31:10) NOT = SPACES)
               MOVE 9 TO C-XLT-ERR
           END-IF.
           IF C-XLT-ERR = 0 AND REF-CTR > 0
               SET REF-INDEX TO 1
               SEARCH REF-ENTRY
                   AT END
                       CONTINUE
                   WHEN TBL-REF(REF-INDEX) = PB-BOOKING-REF
                       MOVE 10 TO C-XLT-ERR
               END-SEARCH
           END-IF.

      *    BOTH DATES MUST BE REAL CALENDAR DATES; THE PARTNER SENDS
      *    A DEPARTURE WHERE WE KEEP A LENGTH OF STAY, SO THE NIGHTS
      *    ARE THE DAYS BETWEEN THEM.  WHETHER THE STAY IS A LENGTH
      *    WE TAKE IS LEFT TO CBLJCB02 (ERR13).
       2110-EDIT-DATES.
           MOVE PB-DEP-YYYY TO C-DEP-YYYY.
           MOVE PB-DEP-MM   TO C-DEP-MM.
           MOVE PB-DEP-DD   TO C-DEP-DD.
           IF C-ARR-DATE NOT NUMERIC OR C-DEP-DATE NOT NUMERIC
               MOVE 3 TO C-XLT-ERR
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(C-ARR-DATE-NUM) NOT = 0
                OR FUNCTION TEST-DATE-YYYYMMDD(C-DEP-DATE-NUM) NOT = 0
                   MOVE 3 TO C-XLT-ERR
               ELSE
                   COMPUTE C-NIGHTS =
                       FUNCTION INTEGER-OF-DATE(C-DEP-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(C-ARR-DATE-NUM)
                   IF C-NIGHTS < 1 OR C-NIGHTS > 99
                       MOVE 4 TO C-XLT-ERR
                   END-IF
               END-IF
           END-IF.

      *    A CARD IS GOOD THROUGH THE LAST DAY OF ITS EXPIRY MONTH -
      *    THE DAY BEFORE THE 1ST OF THE MONTH AFTER.
       2120-EDIT-EXPIRY.
           IF PB-EXP-MM NOT NUMERIC
            OR PB-EXP-SLASH NOT = '/'
            OR PB-EXP-YYYY NOT NUMERIC
               MOVE 7 TO C-XLT-ERR
           ELSE
               IF PB-EXP-MM < 1 OR PB-EXP-MM > 12
                OR PB-EXP-YYYY < 1601
                   MOVE 7 TO C-XLT-ERR
               ELSE
                   MOVE PB-EXP-YYYY TO C-EXP-YYYY
                   MOVE PB-EXP-MM   TO C-EXP-MM
                   MOVE 1           TO C-EXP-DD
                   IF C-EXP-MM = 12
                       MOVE 1 TO C-EXP-MM
                       ADD 1 TO C-EXP-YYYY
                   ELSE
                       ADD 1 TO C-EXP-MM
                   END-IF
                   MOVE C-EXP-WORK-NUM TO C-EXP-NEXT
                   COMPUTE C-EXP-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(C-EXP-NEXT) - 1)
               END-IF
           END-IF.

      *    KEEP THE DIGITS OF "(515) 555-0134" AND THE LIKE.  TEN
      *    DIGITS, OR ELEVEN STARTING WITH THE COUNTRY CODE 1, ARE
      *    A PHONE NUMBER; ANYTHING ELSE IS NOT.
       2130-EDIT-PHONE.
           MOVE SPACES TO C-PHONE-OUT.
           MOVE 0 TO C-PH-DIGITS.
           PERFORM 2135-TAKE-PHONE-DIGIT
               VARYING C-PH-SUB FROM 1 BY 1
               UNTIL C-PH-SUB > 14.
           IF C-PH-DIGITS = 11 AND C-PHONE-OUT(1:1) = '1'
               MOVE C-PHONE-OUT(2:10) TO C-PHONE-OUT
               MOVE 10 TO C-PH-DIGITS
           END-IF.
           IF C-PH-DIGITS NOT = 10
               MOVE 8 TO C-XLT-ERR
           END-IF.

       2135-TAKE-PHONE-DIGIT.
           IF PB-PHONE(C-PH-SUB:1) NUMERIC
               ADD 1 TO C-PH-DIGITS
               IF C-PH-DIGITS <= 11
                   MOVE PB-PHONE(C-PH-SUB:1)
                       TO C-PHONE-OUT(C-PH-DIGITS:1)
               END-IF
           END-IF.

      *    PUT THE BOOKING INTO OUR LAYOUT.  A NAME LONGER THAN OUR
      *    FIELDS IS CUT TO FIT, AS THE OFFICE WOULD HAVE KEYED IT;
      *    THE GUEST MASTER HOLDS NAMES NO LONGER THAN THIS EITHER.
       2200-BUILD-TRAN-REC.
           MOVE SPACES              TO TRAN-REC.
           MOVE PB-PARK-NAME(1:11)  TO I-CAMPGROUND.
           MOVE PB-SITE             TO I-SITE.
           MOVE C-ARR-DATE          TO I-DATE.
           MOVE C-NIGHTS            TO I-LEN-STAY.
           MOVE PB-LAST-NAME        TO I-LNAME.
           MOVE PB-FIRST-NAME       TO I-FNAME.
           COMPUTE I-AMT = PB-RATE-DOLLARS + PB-RATE-CENTS / 100.
           EVALUATE PB-CARD-BRAND
               WHEN 'VISA'
                   MOVE 'V' TO I-CCTYPE
               WHEN 'MC  '
                   MOVE 'M' TO I-CCTYPE
               WHEN 'AMEX'
                   MOVE 'A' TO I-CCTYPE
           END-EVALUATE.
           MOVE PB-CARD-NUM         TO I-CCNUM.
           MOVE C-EXP-DATE          TO I-CCEXP.
           MOVE 'N'                 TO I-TRAN-TYPE.
           MOVE PB-ADDRESS          TO I-ADDRESS.
           MOVE PB-CITY             TO I-CITY.
           MOVE PB-STATE            TO I-STATE.
           MOVE PB-ZIP(1:5)         TO I-ZIP.
           MOVE C-PHONE-OUT(1:10)   TO I-PHONE.
           MOVE PB-EMAIL            TO I-EMAIL.
           MOVE PB-GROUP-ID         TO I-PARTY.
           MOVE PB-MEMBER-NUM       TO I-GUEST-NUM.
           MOVE PB-PROMO-CODE       TO I-PROMO-CODE.
           MOVE 'P'                 TO I-CHANNEL.
           MOVE PB-BOOKING-REF      TO I-PARTNER-REF.

       2300-WRITE-LOG.
           MOVE SPACES              TO PL-REC.
           MOVE PB-BOOKING-REF      TO PL-PARTNER-REF.
           MOVE CURRENT-DATE        TO PL-RECV-DATE.
           MOVE PB-PARK-NAME(1:11)  TO PL-CAMPGROUND.
           MOVE PB-SITE             TO PL-SITE.
           MOVE C-ARR-DATE          TO PL-DATE.
           MOVE PB-LAST-NAME        TO PL-LNAME.
           MOVE PB-FIRST-NAME       TO PL-FNAME.
           IF C-XLT-ERR = 0
               MOVE 'T' TO PL-STATUS
           ELSE
               MOVE 'R' TO PL-STATUS
               MOVE XLT-MSG(C-XLT-ERR) TO PL-XLT-MSG
           END-IF.
           WRITE PL-REC.
           ADD 1 TO C-LOG-CTR.

       2400-PRINT-DETAIL.
           MOVE PB-BOOKING-REF      TO XD-REF.
           MOVE SPACES              TO XD-NAME.
           STRING PB-LAST-NAME DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               PB-FIRST-NAME DELIMITED BY '  '
               INTO XD-NAME.
           MOVE PB-PARK-NAME(1:11)  TO XD-CAMPGROUND.
           MOVE PB-SITE             TO XD-SITE.
           MOVE C-ARR-DATE          TO XD-ARRIVE.
           MOVE C-NIGHTS            TO XD-NIGHTS.
           IF C-XLT-ERR = 0
               MOVE 'TRANSLATED TO RESERVE.DAT' TO XD-RESULT
           ELSE
               MOVE XLT-MSG(C-XLT-ERR) TO XD-RESULT
           END-IF.
           WRITE XLT-LINE FROM XLT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 1100-INIT-HEADING.

       9000-READ-PARTNER.
           READ PARTNER-IN
               AT END MOVE 'N' TO MORE-PB-RECS
           END-READ.

       9100-READ-LOG.
           READ PARTNER-LOG-CHECK
               AT END MOVE 'N' TO MORE-PL-RECS
           END-READ.

      *    PROVE THE RUN: EVERY BOOKING READ WAS TRANSLATED OR
      *    REJECTED, EVERY TRANSLATION REACHED RESERVE.DAT, AND EVERY
      *    BOOKING IS ON THE LOG FOR ITS ACKNOWLEDGMENT.
       3000-CLOSING.
           WRITE XLT-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
           MOVE 'PARTNER BOOKINGS READ     ' TO O-BAL-LABEL.
           MOVE C-READ-CTR                   TO O-BAL-CTR.
           WRITE XLT-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'TRANSLATED                ' TO O-BAL-LABEL.
           MOVE C-XLATE-CTR                  TO O-BAL-CTR.
           WRITE XLT-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REJECTED - NOT TRANSLATED ' TO O-BAL-LABEL.
           MOVE C-REJ-CTR                    TO O-BAL-CTR.
           WRITE XLT-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ADDED TO RESERVE.DAT      ' TO O-BAL-LABEL.
           MOVE C-TRAN-CTR                   TO O-BAL-CTR.
           WRITE XLT-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LOGGED FOR ACKNOWLEDGMENT ' TO O-BAL-LABEL.
           MOVE C-LOG-CTR                    TO O-BAL-CTR.
           WRITE XLT-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REFERENCES OVER TABLE     ' TO O-BAL-LABEL.
           MOVE C-REF-OVFL-CTR               TO O-BAL-CTR.
           WRITE XLT-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-READ-CTR = C-XLATE-CTR + C-REJ-CTR
            AND C-TRAN-CTR = C-XLATE-CTR
            AND C-LOG-CTR = C-READ-CTR
            AND C-REF-OVFL-CTR = 0
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - CHECK RESERVE.DAT'
                   TO O-BAL-FLAG-MSG
               WRITE XLT-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** AND PTNRLOG.DAT BEFORE THE OVERNIGHT RUN'
                   TO O-BAL-FLAG-MSG
           END-IF.
           WRITE XLT-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-PB-FILE-STATUS = '00' OR WS-PB-FILE-STATUS = '10'
               CLOSE PARTNER-IN
           END-IF.
           CLOSE RESERVE-OUT.
           CLOSE PARTNER-LOG-OUT.
           CLOSE XLATE-RPT.

       END PROGRAM CBLJCB24.
