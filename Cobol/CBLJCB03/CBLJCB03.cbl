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

           SELECT PROMO-RED-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PROMORED.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GUEST-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GUESTMST.DAT'
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS GM-GUEST-NUM
                   FILE STATUS IS WS-GM-FILE-STATUS.

           SELECT RES-JOURNAL-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RESJRNL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CANCEL-CTL
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CANCCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
       FD CAMPRES-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS OLD-VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 OLD-VAL-REC.
           05 OV-CCTYPE            PIC X(16).
      *    GUEST MASTER - BLANK ON RECORDS FROM BEFORE NUMBERS
      *    EXISTED.  TEST NUMERIC BEFORE USING.
           05 OV-GUEST-NUM          PIC X(6).
      *    THE PROMOTION THE STAY WAS BOOKED UNDER AND THE DOLLARS
      *    IT TOOK OFF - SEE O-PROMO-CODE IN CBLJCB02'S VAL.CPY.
      *    BLANK WHEN NO PROMOTION APPLIED.
           05 OV-PROMO-CODE         PIC X(8).
           05 OV-DISC-AMT       PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 FILLER                PIC X(34).

      *    WAITLIST OF GUESTS CBLJCB02 TURNED AWAY WITH ERR28 - LOADED
      *    AT INIT, MATCHED AGAINST EACH SITE/DATE RANGE A CANCELLATION
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

      *    PAYMENT LEDGER - THE REFUND POSTS HERE AS A NEGATIVE 'CXR'
      *    ENTRY AGAINST THE STAY IT CAME OFF, NEXT TO THE CHARGES
      *    CBLJCB02 POSTED AT BOOKING (LAYOUT AS IN CBLJCB02).
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

      *    PROMOTION REDEMPTIONS - A CANCELLED STAY THAT USED A CODE
      *    POSTS AN 'X' REVERSAL SO THE USE GOES BACK UNDER THE CAP
      *    AND OFF THE REDEMPTION REPORT (LAYOUT AS IN CBLJCB02).
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
           05 PR-DISC-AMT         PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 PR-ACTION           PIC X.
           05 PR-NET-AMT          PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 PR-RUN-DATE         PIC X(8).
           05 PR-PROGRAM          PIC X(8).
           05 FILLER              PIC X(9).

      *    GUEST MASTER - KEYED BY PERMANENT GUEST NUMBER, SHARED
      *    WITH CBLJCB02, WHICH BUILDS IT UP FROM ACCEPTED
      *    RESERVATIONS.  THIS RUN BACKS A CANCELLED STAY OUT OF THE
       FD GUEST-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS GM-REC
       RECORD CONTAINS 170 CHARACTERS.

       01 GM-REC.
           05 GM-GUEST-NUM        PIC 9(6).
           05 GM-ZIP              PIC X(5).
           05 GM-PHONE            PIC X(10).
           05 GM-EMAIL            PIC X(30).
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

      *    BEFORE/AFTER-IMAGE JOURNAL OF EVERY CAMPRES.DAT CHANGE -
      *    SEE RESJRNL.CPY.
       FD RES-JOURNAL-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS RJ-REC
       RECORD CONTAINS 437 CHARACTERS.

       COPY "RESJRNL.CPY".

      *    RUN-CONTROL RECORD - THE RUN'S COUNTS AND REFUND TOTAL WITH
      *    AN IN-BALANCE FLAG, REWRITTEN EVERY RUN SO THE OPERATOR CAN
           05 MORE-WAIT-RECS       PIC X.
           05 MASTER-OPEN-SW       PIC X.
           05 GM-OPEN-SW           PIC X.
           05 MORE-GM-RECS         PIC X.
           05 WL-OVERFLOW-SW       PIC X   VALUE 'N'.

       01 WS-CANCEL-FILE-STATUS    PIC XX.
       01 WS-POL-FILE-STATUS       PIC XX.
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

      *    UPSTREAM RUN GATE - SEE 1020-CHECK-UPSTREAM-RUN.  AN
      *    UPDATER LIKE THIS ONE REFUSES TO RUN AGAINST A SUSPECT
           05 C-CANCEL-CTR         PIC 999    VALUE 0.
           05 C-DELETE-CTR         PIC 9(4)   VALUE 0.
           05 C-UNMATCH-CTR        PIC 9(4)   VALUE 0.
           05 C-PROMO-REV-CTR      PIC 9(4)   VALUE 0.
           05 C-WL-DNR-CTR         PIC 9(4)   VALUE 0.

       01 CALCS.
           05 C-LEN-STAY-NUM       PIC 9(2).
               10 TBL-WL-PHONE         PIC X(10).
               10 TBL-WL-OFFERED       PIC X.
                   88 WL-OFFERED       VALUE 'Y'.
      *    'Y' - THE GUEST IS ON THE DO-NOT-RENT LIST AND IS NEVER
      *    OFFERED A SITE; 'W' ONCE AN OFFER HAS BEEN WITHHELD AND
      *    COUNTED THIS RUN.  THE ENTRY STAYS ON WAITLIST.DAT.
               10 TBL-WL-DNR           PIC X.
                   88 WL-DNR           VALUE 'Y' 'W'.

       01 CANCEL-CTR               PIC 9(4) VALUE 0.
       01 CANCEL-TABLE.
               10 CURRENT-DAY       PIC XX.
           05 CURRENT-TIME          PIC X(11).

      *    RESJRNL.DAT RUN IDENTITY - SEE RJ-REC.
       01 HOLD-RUN-STAMP.
           05 HOLD-STAMP-DATE      PIC X(8).
           05 HOLD-STAMP-TIME      PIC X(6).
       01 C-JRNL-CTR               PIC 9(6) VALUE 0.

       01 REFUND-TITLE-LINE.
           05 FILLER                  PIC X(6)    VALUE 'DATE: '.
           05 REFUND-TITLE-DATE.
           05 FILLER                  PIC XXX     VALUE SPACES.
           05 OF-PHONE                PIC X(10).

       01 OFFER-DNR-LINE.
           05 FILLER                  PIC X(47)   VALUE
              'OFFERS WITHHELD - GUEST ON THE DO-NOT-RENT LIST'.
           05 FILLER                  PIC XX      VALUE SPACES.
           05 OF-DNR-CTR              PIC Z,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
               PERFORM 1050-LOAD-CANCEL-TABLE
               PERFORM 1055-LOAD-WAIT-TABLE
               PERFORM 1068-OPEN-GUEST-MASTER
               PERFORM 1069-MARK-DNR-WAITLIST
               PERFORM 1080-LOAD-CANCEL-POLICY
               PERFORM 1070-OPEN-CAMPRES-MASTER
           ELSE
               MOVE 'N' TO GM-OPEN-SW
           END-IF.
           OPEN EXTEND SETTLE-OUT.
           PERFORM 1072-OPEN-CARD-VAULT.
           OPEN EXTEND LEDGER-OUT.
           OPEN EXTEND PROMO-RED-OUT.
           OPEN EXTEND CANNOTE-OUT.
           OPEN EXTEND RES-JOURNAL-OUT.
           OPEN OUTPUT REFUND-OUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE                  TO HOLD-STAMP-DATE.
           MOVE CURRENT-TIME(1:6)             TO HOLD-STAMP-TIME.
           MOVE CURRENT-MONTH                 TO REFUND-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO REFUND-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO REFUND-TITLE-YEAR.
               MOVE WL-CHK-END-DATE   TO TBL-WL-END-DATE(WAIT-CTR)
               MOVE WL-CHK-PHONE      TO TBL-WL-PHONE(WAIT-CTR)
               MOVE 'N'               TO TBL-WL-OFFERED(WAIT-CTR)
               MOVE 'N'               TO TBL-WL-DNR(WAIT-CTR)
           ELSE
               MOVE 'Y' TO WL-OVERFLOW-SW
           END-IF.
               MOVE 'N' TO GM-OPEN-SW
           END-IF.

      *    MARK EVERY WAITLIST ENTRY BELONGING TO A GUEST ON THE
      *    DO-NOT-RENT LIST SO 2510 NEVER OFFERS THEM A FREED SITE.
      *    THE WAITLIST CARRIES NO GUEST NUMBER, SO THE MATCH IS ON
      *    FIRST AND LAST NAME OR ON PHONE, THE SAME AS CBLJCB02.
       1069-MARK-DNR-WAITLIST.
           MOVE 'Y' TO MORE-GM-RECS.
           IF GM-OPEN-SW = 'N' OR WAIT-CTR = 0
               MOVE 'N' TO MORE-GM-RECS
           ELSE
               MOVE ZEROS TO GM-GUEST-NUM
               START GUEST-MASTER KEY IS NOT LESS THAN GM-GUEST-NUM
                   INVALID KEY
                       MOVE 'N' TO MORE-GM-RECS
               END-START
           END-IF.
           IF MORE-GM-RECS = 'Y'
               PERFORM 9300-READ-NEXT-GUEST
           END-IF.
           PERFORM 1074-CHECK-ONE-GUEST
               UNTIL MORE-GM-RECS = 'N'.

       1074-CHECK-ONE-GUEST.
           IF GM-DO-NOT-RENT
               MOVE 1 TO WL-SUB
               PERFORM 1076-MARK-ONE-WAIT
                   UNTIL WL-SUB > WAIT-CTR
           END-IF.
           PERFORM 9300-READ-NEXT-GUEST.

       1076-MARK-ONE-WAIT.
           IF TBL-WL-LNAME(WL-SUB) = GM-LNAME
            AND TBL-WL-FNAME(WL-SUB) = GM-FNAME
               MOVE 'Y' TO TBL-WL-DNR(WL-SUB)
           ELSE
           IF GM-PHONE NOT = SPACES
            AND TBL-WL-PHONE(WL-SUB) = GM-PHONE
               MOVE 'Y' TO TBL-WL-DNR(WL-SUB)
           END-IF
           END-IF.
           ADD 1 TO WL-SUB.

       9300-READ-NEXT-GUEST.
           READ GUEST-MASTER NEXT RECORD
               AT END MOVE 'N' TO MORE-GM-RECS
           END-READ.

      *    LOAD THE REFUND POLICY TABLE.  A MISSING OR EMPTY FILE
      *    FALLS BACK TO A SINGLE BUILT-IN BAND - FULL REFUND OF THE
      *    PAID AMOUNT LESS ONE NIGHT AT ANY LEAD TIME - WHICH IS
               AT END MOVE 'N' TO MORE-POL-RECS
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

      *    OPEN THE INDEXED RESERVATION MASTER FOR UPDATE.  A MISSING
      *    MASTER (STATUS 35) JUST MEANS EVERY CANCELLATION GOES TO
      *    THE UNMATCHED LIST - THE RUN STILL PRINTS ITS REPORT.

      *    ONE SETTLEMENT CREDIT PER REFUND GRANTED, ON THE SAME CARD
      *    THE STAY WAS CHARGED TO, SO THE OFFICE NEVER KEYS A REFUND
      *    INTO THE TERMINAL A SECOND TIME.  THE SAME CREDIT POSTS
      *    TO THE PAYMENT LEDGER AGAINST THE STAY - A PARTY'S
      *    COMBINED REFUND LANDS ON THE FIRST MEMBER, THE SAME AS
      *    THE SETTLEMENT RECORD.
       2350-WRITE-SETTLE-CREDIT.
           MOVE 'R'            TO SE-TYPE.
           MOVE OV-CCTYPE      TO SE-CCTYPE.
           MOVE OV-DATE        TO SE-DATE.
           MOVE CURRENT-DATE   TO SE-RUN-DATE.
           WRITE SETTLE-REC.
           PERFORM 2355-WRITE-PROC-SUB.
           MOVE SPACES         TO LEDGER-REC.
           MOVE OV-CAMPGROUND  TO LG-CAMPGROUND.
           MOVE OV-SITE        TO LG-SITE.
           MOVE OV-DATE        TO LG-DATE.
           MOVE OV-GUEST-NUM   TO LG-GUEST-NUM.
           MOVE CURRENT-DATE   TO LG-POST-DATE.
           MOVE 'CXR'          TO LG-ENTRY-TYPE.
           COMPUTE LG-AMT = 0 - C-REFUND-AMT.
           MOVE 'CBLJCB03'     TO LG-PROGRAM.
           WRITE LEDGER-REC.

      *    WRITE THE PROCESSOR'S COPY OF THE SETTLE-REC JUST BUILT,
      *    WITH THE TOKEN SWAPPED BACK FOR THE CARD AND EXPIRY - THE
      *    ONE MOMENT THE FULL NUMBER IS NEEDED.  A TOKEN THE VAULT
      *    CAN'T RESOLVE IS NEVER SENT; IT STAYS ON SETTLE.DAT AND
      *    LISTS ON CBLJCB10'S NOT-ON-PROCESSOR-RETURN SECTION.
       2355-WRITE-PROC-SUB.
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

      *    THE DELETE IS ONLY COUNTED WHEN THE FILE SYSTEM CONFIRMS
      *    IT - 3500-RUN-BALANCE PROVES REFUNDS GRANTED EQUALS
      *    RECORDS ACTUALLY REMOVED FROM THE MASTER.
       2400-DELETE-RESERVATION.
           MOVE OLD-VAL-REC TO RJ-BEFORE.
           DELETE CAMPRES-MASTER RECORD.
           IF WS-RES-FILE-STATUS = '00'
               ADD 1 TO C-DELETE-CTR
               MOVE 'D'    TO RJ-ACTION
               MOVE SPACES TO RJ-AFTER
               PERFORM 2420-WRITE-JOURNAL
               IF OV-PROMO-CODE NOT = SPACES
                   PERFORM 2410-WRITE-PROMO-REVERSAL
               END-IF
           END-IF.

      *    GIVE BACK THE PROMOTION USE THE DELETED STAY HELD.  THE
      *    NET AMOUNT IS THE NIGHTS AT THE BOOKED FEE LESS THE
      *    DISCOUNT, AS CBLJCB02 POSTED IT ON THE 'R' RECORD.
       2410-WRITE-PROMO-REVERSAL.
           MOVE SPACES         TO PROMO-RED-REC.
           MOVE OV-PROMO-CODE  TO PR-PROMO-CODE.
           MOVE OV-CAMPGROUND  TO PR-CAMPGROUND.
           MOVE OV-SITE        TO PR-SITE.
           MOVE OV-DATE        TO PR-DATE.
           MOVE OV-GUEST-NUM   TO PR-GUEST-NUM.
           IF OV-LEN-STAY NUMERIC
               MOVE OV-LEN-STAY TO C-LEN-STAY-NUM
           ELSE
               MOVE 0 TO C-LEN-STAY-NUM
           END-IF.
           MOVE C-LEN-STAY-NUM TO PR-NIGHTS.
           IF OV-DISC-AMT NUMERIC
               MOVE OV-DISC-AMT TO PR-DISC-AMT
           ELSE
               MOVE 0 TO PR-DISC-AMT
           END-IF.
           COMPUTE PR-NET-AMT = OV-AMT * C-LEN-STAY-NUM - PR-DISC-AMT.
           MOVE 'X'            TO PR-ACTION.
           MOVE CURRENT-DATE   TO PR-RUN-DATE.
           MOVE 'CBLJCB03'     TO PR-PROGRAM.
           WRITE PROMO-RED-REC.
           ADD 1 TO C-PROMO-REV-CTR.

      *    STAMP AND APPEND ONE RESJRNL.DAT ENTRY.  THE CALLER HAS
      *    ALREADY SET RJ-ACTION, RJ-BEFORE AND RJ-AFTER, AND ONLY
      *    COMES HERE ONCE THE FILE SYSTEM HAS TAKEN THE UPDATE.
       2420-WRITE-JOURNAL.
           ADD 1 TO C-JRNL-CTR.
           MOVE 'CBLJCB03'     TO RJ-PROGRAM.
           MOVE CURRENT-DATE   TO RJ-RUN-DATE.
           MOVE HOLD-RUN-STAMP TO RJ-RUN-STAMP.
           MOVE C-JRNL-CTR     TO RJ-SEQ.
           WRITE RJ-REC.

      *    CANCEL A WHOLE PARTY AS A UNIT.  THE MASTER IS SCANNED
      *    FOR EVERY RECORD AT THE REQUEST'S CAMPGROUND CARRYING THE
      *    PARTY ID; THE COMBINED PAID TOTAL IS REFUNDED LESS A
      *    THE CANCELLED STAY'S SITE/DATE RANGE IS NOW FREE - FLAG
      *    EVERY WAITLISTED REQUEST FOR THE SAME SITE WHOSE DATES
      *    TOUCH IT, SO THE OFFER LIST AT CLOSING CONNECTS THE FREED
      *    SITE TO THE GUESTS WE TURNED AWAY.  A GUEST ON THE
      *    DO-NOT-RENT LIST IS PASSED OVER AND COUNTED INSTEAD.
       2500-MATCH-WAITLIST.
           MOVE 1 TO WL-SUB.
           PERFORM 2510-CHECK-ONE-WAIT
            AND TBL-WL-SITE(WL-SUB)       = OV-SITE
            AND TBL-WL-DATE(WL-SUB)      <= OV-END-DATE
            AND TBL-WL-END-DATE(WL-SUB)  >= OV-DATE
               IF WL-DNR(WL-SUB)
                   IF TBL-WL-DNR(WL-SUB) = 'Y'
                       MOVE 'W' TO TBL-WL-DNR(WL-SUB)
                       ADD 1 TO C-WL-DNR-CTR
                   END-IF
               ELSE
                   MOVE 'Y' TO TBL-WL-OFFERED(WL-SUB)
               END-IF
           END-IF.
           ADD 1 TO WL-SUB.

               CLOSE CAMPRES-MASTER
           END-IF.
           CLOSE SETTLE-OUT.
           PERFORM 3050-CLOSE-CARD-VAULT.
           CLOSE LEDGER-OUT.
           CLOSE PROMO-RED-OUT.
           CLOSE CANNOTE-OUT.
           CLOSE RES-JOURNAL-OUT.
           CLOSE REFUND-OUT.

       3050-CLOSE-CARD-VAULT.
           CLOSE PROC-SUB-OUT.
           IF CV-OPEN-SW = 'Y'
               CLOSE CARD-VAULT
           END-IF.

       3100-REFUND-TOTALS.
           WRITE REFUND-LINE FROM REFUND-TOTAL-HEADING
               AFTER ADVANCING 2 LINES.
                   AFTER ADVANCING 2 LINES
               PERFORM 3310-PRINT-ONE-OFFER
                   UNTIL WL-SUB > WAIT-CTR
               MOVE C-WL-DNR-CTR TO OF-DNR-CTR
               WRITE REFUND-LINE FROM OFFER-DNR-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       3310-PRINT-ONE-OFFER.
               AFTER ADVANCING 1 LINE.
           MOVE 'ADDITIONAL PARTY SITES    ' TO O-BAL-LABEL.
           MOVE C-PARTY-EXTRA-CTR            TO O-BAL-CTR.
           WRITE REFUND-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT SENT - NO VAULT CARD  ' TO O-BAL-LABEL.
           MOVE C-CV-MISS-CTR                TO O-BAL-CTR.
           WRITE REFUND-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROMOTIONS REVERSED       ' TO O-BAL-LABEL.
           MOVE C-PROMO-REV-CTR              TO O-BAL-CTR.
           WRITE REFUND-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-REFUND-TOTAL TO O-BAL-REFUND-TOTAL.
