               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\WAITLIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GUEST-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GUESTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GM-GUEST-NUM
                   FILE STATUS IS WS-GM-FILE-STATUS.

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

           SELECT GATE-HIST-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GATEHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RES-JOURNAL-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RESJRNL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CKPT-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CKPT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
       FD CAMPRES-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS OLD-VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 OLD-VAL-REC.
           05 OV-CCTYPE            PIC X(16).
           05 OV-TOT-AMT        PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 OV-PAID-AMT       PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 OV-PARTY              PIC X(4).
           05 OV-GUEST-NUM          PIC X(6).
      *    THE PROMOTION THE STAY WAS BOOKED UNDER AND THE DOLLARS
      *    IT TOOK OFF - SEE O-PROMO-CODE IN CBLJCB02'S VAL.CPY.
      *    BLANK WHEN NO PROMOTION APPLIED.
           05 OV-PROMO-CODE         PIC X(8).
           05 OV-DISC-AMT       PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 FILLER                PIC X(34).

      *    WAITLIST OF GUESTS CBLJCB02 TURNED AWAY WITH ERR28 -
      *    LOADED, MATCHED AGAINST EACH FREED RANGE, AND REWRITTEN
           05 WL-OUT-END-DATE      PIC 9(8).
           05 WL-OUT-PHONE         PIC X(10).

      *    GUEST MASTER - READ ONLY FOR THE DO-NOT-RENT LIST, SO A
      *    FLAGGED GUEST IS NEVER OFFERED A FREED SITE.
       FD GUEST-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS GM-REC
       RECORD CONTAINS 170 CHARACTERS.

       01 GM-REC.
           05 GM-GUEST-NUM        PIC 9(6).
           05 GM-LNAME            PIC X(15).
           05 GM-FNAME            PIC X(10).
           05 GM-STAYS            PIC 9(4).
           05 GM-NIGHTS           PIC 9(5).
           05 GM-DOLLARS     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 GM-CANCELS          PIC 9(4).
           05 GM-ADDRESS          PIC X(25).
           05 GM-CITY             PIC X(15).
           05 GM-STATE            PIC XX.
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

       FD SETTLE-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS SETTLE-REC
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

      *    PAYMENT LEDGER - THE FORFEIT CHARGE POSTS AS 'NSF' AND THE
      *    CREDIT BACK AS 'NSR' AGAINST THE STAY (LAYOUT AS IN
      *    CBLJCB02).
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

      *    GATE RETURN HISTORY - EVERY GATECHK.DAT RECORD THIS RUN
      *    READS IS KEPT HERE WITH THE RUN DATE, SO WHETHER A GUEST
      *    ACTUALLY CHECKED IN CAN STILL BE SHOWN WEEKS LATER WHEN
      *    THEY DISPUTE THE CHARGE (SEE CBLJCB18).
       FD GATE-HIST-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS GATE-HIST-REC
       RECORD CONTAINS 35 CHARACTERS.

       01 GATE-HIST-REC.
           05 GH-CAMPGROUND        PIC X(11).
           05 GH-SITE              PIC X(3).
           05 GH-DATE              PIC X(8).
           05 GH-STATUS            PIC X.
           05 GH-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(4).

       FD RES-JOURNAL-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS RJ-REC
       RECORD CONTAINS 437 CHARACTERS.

       COPY "RESJRNL.CPY".

       FD CKPT-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS CKPT-REC
           05 MORE-WAIT-RECS       PIC X.
           05 MASTER-OPEN-SW       PIC X.
           05 WL-OVERFLOW-SW       PIC X   VALUE 'N'.
           05 MORE-GM-RECS         PIC X.

       01 WS-GATE-FILE-STATUS      PIC XX.
       01 WS-GM-FILE-STATUS        PIC XX.
       01 WS-RES-FILE-STATUS       PIC XX.
       01 WS-WAIT-FILE-STATUS      PIC XX.
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
      *    NO-SHOW PASS REFUSES TO RELEASE SITES AND CHARGE CARDS
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

      *    RESJRNL.DAT RUN IDENTITY - SEE RJ-REC.
       01 HOLD-RUN-STAMP.
           05 HOLD-STAMP-DATE      PIC X(8).
           05 HOLD-STAMP-TIME      PIC X(6).
       01 C-JRNL-CTR               PIC 9(6) VALUE 0.

       01 CTRS.
           05 PAGE-CTR             PIC 99     VALUE 0.
           05 C-READ-CTR           PIC 9(5)   VALUE 0.
           05 C-NOSHOW-CTR         PIC 9(5)   VALUE 0.
           05 C-UNMATCH-CTR        PIC 9(5)   VALUE 0.
           05 C-DELETE-CTR         PIC 9(5)   VALUE 0.
           05 C-WL-DNR-CTR         PIC 9(5)   VALUE 0.
           05 C-CHARGE-TOTAL       PIC S9(7)V99 VALUE 0.
           05 C-REFUND-TOTAL       PIC S9(7)V99 VALUE 0.

           05 C-PAID-WORK          PIC S9(7)V99.
           05 C-CHARGE-AMT         PIC S9(5)V99.
           05 C-REFUND-AMT         PIC S9(5)V99.
           05 C-LG-TYPE            PIC X(3).
           05 C-LG-AMT             PIC S9(5)V99.

       01 WL-SUB                   PIC 9(4).

               10 TBL-WL-PHONE         PIC X(10).
               10 TBL-WL-OFFERED       PIC X.
                   88 WL-OFFERED       VALUE 'Y'.
      *    'Y' - THE GUEST IS ON THE DO-NOT-RENT LIST AND IS NEVER
      *    OFFERED A SITE; 'W' ONCE AN OFFER HAS BEEN WITHHELD AND
      *    COUNTED THIS RUN.  THE ENTRY STAYS ON WAITLIST.DAT.
               10 TBL-WL-DNR           PIC X.
                   88 WL-DNR           VALUE 'Y' 'W'.

       01 NOSHOW-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 OF-PHONE             PIC X(10).

       01 OFFER-DNR-LINE.
           05 FILLER               PIC X(47)   VALUE
              'OFFERS WITHHELD - GUEST ON THE DO-NOT-RENT LIST'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 OF-DNR-CTR           PIC ZZ,ZZ9.

       01 BALANCE-TITLE.
           05 FILLER               PIC X(23)   VALUE
              'RUN CONTROL AND BALANCE'.
       1000-INIT.
           OPEN OUTPUT NOSHOW-OUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE                  TO HOLD-STAMP-DATE.
           MOVE CURRENT-TIME(1:6)             TO HOLD-STAMP-TIME.
           MOVE CURRENT-MONTH                 TO NS-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO NS-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO NS-TITLE-YEAR.
               MOVE 'N' TO MASTER-OPEN-SW
           ELSE
               PERFORM 1055-LOAD-WAIT-TABLE
               PERFORM 1058-MARK-DNR-WAITLIST
               PERFORM 1070-OPEN-CAMPRES-MASTER
               OPEN EXTEND SETTLE-OUT
               PERFORM 1072-OPEN-CARD-VAULT
               OPEN EXTEND LEDGER-OUT
               OPEN EXTEND GATE-HIST-OUT
               OPEN EXTEND RES-JOURNAL-OUT
               OPEN INPUT GATE-INPUT
               IF WS-GATE-FILE-STATUS NOT = '00'
                   MOVE 'N' TO MORE-GATE-RECS
               MOVE WL-CHK-END-DATE   TO TBL-WL-END-DATE(WAIT-CTR)
               MOVE WL-CHK-PHONE      TO TBL-WL-PHONE(WAIT-CTR)
               MOVE 'N'               TO TBL-WL-OFFERED(WAIT-CTR)
               MOVE 'N'               TO TBL-WL-DNR(WAIT-CTR)
           ELSE
               MOVE 'Y' TO WL-OVERFLOW-SW
           END-IF.
               AT END MOVE 'N' TO MORE-WAIT-RECS
           END-READ.

      *    MARK EVERY WAITLIST ENTRY BELONGING TO A GUEST ON THE
      *    DO-NOT-RENT LIST SO 2510 NEVER OFFERS THEM A FREED SITE.
      *    THE WAITLIST CARRIES NO GUEST NUMBER, SO THE MATCH IS ON
      *    FIRST AND LAST NAME OR ON PHONE, THE SAME AS CBLJCB02.
      *    A MASTER THAT WON'T OPEN LEAVES NOTHING MARKED.
       1058-MARK-DNR-WAITLIST.
           MOVE 'Y' TO MORE-GM-RECS.
           IF WAIT-CTR = 0
               MOVE 'N' TO MORE-GM-RECS
           ELSE
               OPEN INPUT GUEST-MASTER
               IF WS-GM-FILE-STATUS NOT = '00'
                   MOVE 'N' TO MORE-GM-RECS
               ELSE
                   PERFORM 9300-READ-GUEST
               END-IF
           END-IF.
           PERFORM 1062-CHECK-ONE-GUEST
               UNTIL MORE-GM-RECS = 'N'.
           IF WS-GM-FILE-STATUS = '00' OR WS-GM-FILE-STATUS = '10'
               CLOSE GUEST-MASTER
           END-IF.

       1062-CHECK-ONE-GUEST.
           IF GM-DO-NOT-RENT
               MOVE 1 TO WL-SUB
               PERFORM 1064-MARK-ONE-WAIT
                   UNTIL WL-SUB > WAIT-CTR
           END-IF.
           PERFORM 9300-READ-GUEST.

       1064-MARK-ONE-WAIT.
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

       9300-READ-GUEST.
           READ GUEST-MASTER
               AT END MOVE 'N' TO MORE-GM-RECS
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
      *    MASTER JUST MEANS EVERY NO-SHOW GOES TO THE UNMATCHED
      *    LIST - THE RUN STILL PRINTS ITS REPORT.
      *    FOR THE OFFICE TO SORT OUT - RETAIN, DON'T GUESS.
       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           MOVE SPACES        TO GATE-HIST-REC.
           MOVE GK-CAMPGROUND TO GH-CAMPGROUND.
           MOVE GK-SITE       TO GH-SITE.
           MOVE GK-DATE       TO GH-DATE.
           MOVE GK-STATUS     TO GH-STATUS.
           MOVE CURRENT-DATE  TO GH-RUN-DATE.
           WRITE GATE-HIST-REC.
           EVALUATE TRUE
               WHEN GK-CHECKED-IN
                   ADD 1 TO C-CHECKIN-CTR
               MOVE C-CHARGE-AMT TO SE-AMT
               PERFORM 2250-BUILD-SETTLE-COMMON
               WRITE SETTLE-REC
               PERFORM 2270-WRITE-PROC-SUB
               MOVE 'NSF'        TO C-LG-TYPE
               MOVE C-CHARGE-AMT TO C-LG-AMT
               PERFORM 2260-POST-LEDGER
               ADD C-CHARGE-AMT TO C-CHARGE-TOTAL
           END-IF.
           IF C-REFUND-AMT > 0
               MOVE C-REFUND-AMT TO SE-AMT
               PERFORM 2250-BUILD-SETTLE-COMMON
               WRITE SETTLE-REC
               PERFORM 2270-WRITE-PROC-SUB
               MOVE 'NSR'        TO C-LG-TYPE
               COMPUTE C-LG-AMT = 0 - C-REFUND-AMT
               PERFORM 2260-POST-LEDGER
               ADD C-REFUND-AMT TO C-REFUND-TOTAL
           END-IF.
           MOVE OV-NAME       TO NS-NAME.
           MOVE OV-DATE        TO SE-DATE.
           MOVE CURRENT-DATE   TO SE-RUN-DATE.

      *    ONE PAYMENT LEDGER ENTRY AGAINST THE NO-SHOW'S STAY - THE
      *    CALLER SETS C-LG-TYPE AND THE SIGNED C-LG-AMT.
       2260-POST-LEDGER.
           MOVE SPACES         TO LEDGER-REC.
           MOVE OV-RES-KEY     TO LG-RES-KEY.
           MOVE OV-GUEST-NUM   TO LG-GUEST-NUM.
           MOVE CURRENT-DATE   TO LG-POST-DATE.
           MOVE C-LG-TYPE      TO LG-ENTRY-TYPE.
           MOVE C-LG-AMT       TO LG-AMT.
           MOVE 'CBLJCB13'     TO LG-PROGRAM.
           WRITE LEDGER-REC.

      *    WRITE THE PROCESSOR'S COPY OF THE SETTLE-REC JUST BUILT,
      *    WITH THE TOKEN SWAPPED BACK FOR THE CARD AND EXPIRY - THE
      *    ONE MOMENT THE FULL NUMBER IS NEEDED.  A TOKEN THE VAULT
      *    CAN'T RESOLVE IS NEVER SENT; IT STAYS ON SETTLE.DAT AND
      *    LISTS ON CBLJCB10'S NOT-ON-PROCESSOR-RETURN SECTION.
       2270-WRITE-PROC-SUB.
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

       2300-DELETE-RESERVATION.
           MOVE OLD-VAL-REC TO RJ-BEFORE.
           DELETE CAMPRES-MASTER RECORD.
           IF WS-RES-FILE-STATUS = '00'
               ADD 1 TO C-DELETE-CTR
               MOVE 'D'    TO RJ-ACTION
               MOVE SPACES TO RJ-AFTER
               PERFORM 2310-WRITE-JOURNAL
           END-IF.

      *    STAMP AND APPEND ONE RESJRNL.DAT ENTRY.  THE CALLER HAS
      *    ALREADY SET RJ-ACTION, RJ-BEFORE AND RJ-AFTER, AND ONLY
      *    COMES HERE ONCE THE FILE SYSTEM HAS TAKEN THE UPDATE.
       2310-WRITE-JOURNAL.
           ADD 1 TO C-JRNL-CTR.
           MOVE 'CBLJCB13'     TO RJ-PROGRAM.
           MOVE CURRENT-DATE   TO RJ-RUN-DATE.
           MOVE HOLD-RUN-STAMP TO RJ-RUN-STAMP.
           MOVE C-JRNL-CTR     TO RJ-SEQ.
           WRITE RJ-REC.

       2400-PRINT-UNMATCHED.
           ADD 1 TO C-UNMATCH-CTR.
           IF C-UNMATCH-CTR = 1
      *    THE NO-SHOW'S SITE/DATE RANGE IS NOW FREE - FLAG EVERY
      *    WAITLISTED REQUEST FOR THE SAME SITE WHOSE DATES TOUCH
      *    IT, THE SAME MATCHING CBLJCB03 DOES FOR CANCELLATIONS.
      *    A GUEST ON THE DO-NOT-RENT LIST IS PASSED OVER AND COUNTED.
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
               END-IF
               CLOSE SETTLE-OUT
               PERFORM 3050-CLOSE-CARD-VAULT
               CLOSE LEDGER-OUT
               CLOSE GATE-HIST-OUT
               CLOSE RES-JOURNAL-OUT
               IF WS-GATE-FILE-STATUS = '00'
                OR WS-GATE-FILE-STATUS = '10'
                   CLOSE GATE-INPUT
           END-IF.
           CLOSE NOSHOW-OUT.

       3050-CLOSE-CARD-VAULT.
           CLOSE PROC-SUB-OUT.
           IF CV-OPEN-SW = 'Y'
               CLOSE CARD-VAULT
           END-IF.

       3300-WAITLIST-OFFER-REPORT.
           IF WAIT-CTR > 0
               MOVE 1 TO WL-SUB
                   AFTER ADVANCING 2 LINES
               PERFORM 3310-PRINT-ONE-OFFER
                   UNTIL WL-SUB > WAIT-CTR
               MOVE C-WL-DNR-CTR TO OF-DNR-CTR
               WRITE NOSHOW-LINE FROM OFFER-DNR-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       3310-PRINT-ONE-OFFER.
               AFTER ADVANCING 1 LINE.
           MOVE 'UNMATCHED GATE RETURNS    ' TO O-BAL-LABEL.
           MOVE C-UNMATCH-CTR                TO O-BAL-CTR.
           WRITE NOSHOW-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT SENT - NO VAULT CARD  ' TO O-BAL-LABEL.
           MOVE C-CV-MISS-CTR                TO O-BAL-CTR.
           WRITE NOSHOW-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NO-SHOW CHARGES TOTAL     ' TO O-BAL-TOT-LABEL.
