       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB25.
       AUTHOR. JEFF BIRKNER.

      *    ACKNOWLEDGMENTS BACK TO THE ONLINE RESERVATION PARTNER.
      *    EVERY BOOKING THE PARTNER SENT IS ON PTNRLOG.DAT (WRITTEN
      *    BY THE CBLJCB24 TRANSLATION RUN), AND CBLJCB02 ANSWERED
      *    EVERY ONE IT PROCESSED ON PTNRRES.DAT.  THIS RUN MATCHES
      *    THE TWO BY THE PARTNER'S BOOKING REFERENCE AND APPENDS AN
      *    ACCEPTED OR REJECTED ACKNOWLEDGMENT FOR EACH TO PTNRACK.DAT
      *    IN THE PARTNER'S LAYOUT - WITH THE SAME ERRNN REASON
      *    ERR.PRT PRINTED, OR THE XLT REASON FOR ONE THAT COULD NOT
      *    BE TRANSLATED - SO THEIR SITE NEVER TELLS A GUEST THEY ARE
      *    CONFIRMED WHEN WE TURNED THEM DOWN.  THE PARTNER EMPTIES
      *    PTNRACK.DAT WHEN THEY COLLECT IT.
      *
      *    AN XLT10 ENTRY IS A SECOND COPY OF A REFERENCE STILL
      *    WAITING FOR ITS ANSWER.  IT IS NEVER SENT - THE PARTNER
      *    WOULD HOLD A REJECTION AGAINST THE SAME BOOKING THE FIRST
      *    COPY GETS ITS REAL ANSWER FOR - IT ONLY LISTS ON
      *    PTNRACK.PRT AS NOT SENT AND COMES OFF THE LOG.
      *
      *    A PARTY MEMBER BACKED OUT WITH ITS PARTY IS ANSWERED TWICE
      *    BY CBLJCB02 - THE LATER ANSWER STANDS.  A BOOKING WITH NO
      *    ANSWER YET (CBLJCB02 HAS NOT REACHED IT) STAYS ON THE LOG
      *    FOR THE NEXT RUN; EVERYTHING ACKNOWLEDGED COMES OFF IT, AND
      *    PTNRRES.DAT IS CLEARED.  EVERY ACKNOWLEDGMENT LISTS ON
      *    PTNRACK.PRT.  RUN AFTER THE OVERNIGHT CBLJCB02 RUN, AND
      *    ONLY AFTER A CLEAN ONE - AN ANSWER FROM A RUN THAT DIED OR
      *    ENDED OUT OF BALANCE MAY NOT BE THE LAST WORD.

       ENVIRONMENT DIVISION.
           SELECT PARTNER-LOG-CHECK
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PTNRLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PL-FILE-STATUS.

           SELECT PARTNER-LOG-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PTNRLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARTNER-RES-CHECK
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PTNRRES.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PN-FILE-STATUS.

           SELECT PARTNER-RES-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PTNRRES.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARTNER-ACK-OUT
               ASSIGN TO 'C:\COBOLFA23\PARTNER\PTNRACK.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-DATE-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RUNDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RDC-FILE-STATUS.

           SELECT CKPT-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CKPT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT ACK-RPT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\PTNRACK.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
      *    PARTNER BOOKING LOG - LAYOUT AS IN CBLJCB24.  LOADED WHOLE
      *    AND REWRITTEN WITH ONLY THE BOOKINGS STILL UNANSWERED.
       FD PARTNER-LOG-CHECK
       LABEL RECORD IS OMITTED
       DATA RECORD IS PLC-REC
       RECORD CONTAINS 168 CHARACTERS.

       01 PLC-REC                  PIC X(168).

       FD PARTNER-LOG-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS PLO-REC
       RECORD CONTAINS 168 CHARACTERS.

       01 PLO-REC                  PIC X(168).

       FD PARTNER-RES-CHECK
       LABEL RECORD IS OMITTED
       DATA RECORD IS PN-REC
       RECORD CONTAINS 165 CHARACTERS.

       COPY "PTNRRES.CPY".

       FD PARTNER-RES-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS PNO-REC
       RECORD CONTAINS 165 CHARACTERS.

       01 PNO-REC                  PIC X(165).

      *    THE PARTNER'S ACKNOWLEDGMENT LAYOUT, AS AGREED WITH THEM -
      *    DATES CCYY-MM-DD AND AMOUNTS WITH THEIR DECIMAL POINT, THE
      *    SAME WAY THEY SEND THEIR BOOKINGS.  THE REASON CODE IS THE
      *    ERRNN OR XLTNN AHEAD OF THE COLON, THE TEXT WHAT FOLLOWS.
       FD PARTNER-ACK-OUT
       LABEL RECORD IS STANDARD
       DATA RECORD IS AK-REC
       RECORD CONTAINS 160 CHARACTERS.

       01 AK-REC.
           05 AK-BOOKING-REF       PIC X(12).
           05 AK-RESULT            PIC X(8).
           05 AK-REASON-CODE       PIC X(6).
           05 AK-REASON-TEXT       PIC X(94).
           05 AK-GUEST-NUM         PIC X(6).
           05 AK-TOTAL             PIC 9(5).99.
           05 AK-DEPOSIT           PIC 9(5).99.
           05 AK-PROCESS-DATE.
               10 AK-PROC-YYYY     PIC X(4).
               10 FILLER           PIC X.
               10 AK-PROC-MM       PIC XX.
               10 FILLER           PIC X.
               10 AK-PROC-DD       PIC XX.
           05 FILLER               PIC X(8).

       FD RUN-DATE-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS RUN-DATE-CARD-REC
       RECORD CONTAINS 8 CHARACTERS.

       01 RUN-DATE-CARD-REC      PIC X(8).

       FD CKPT-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS CKPT-REC
       RECORD CONTAINS 6 CHARACTERS.

       01 CKPT-REC                 PIC X(6).

      *    ONLY THE BALANCE FLAG AT THE END OF EACH RUN-LOG LINE
      *    MATTERS HERE - SEE RUN-LOG-REC IN CBLJCB02.
       FD RUN-LOG-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS RUN-LOG-REC
       RECORD CONTAINS 45 CHARACTERS.

       01 RUN-LOG-REC.
           05 FILLER               PIC X(44).
           05 RL-BALANCE-FLAG      PIC X.

       FD ACK-RPT
       LABEL RECORD IS OMITTED
       DATA RECORD IS ACK-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 ACK-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-PL-RECS         PIC X.
           05 MORE-PN-RECS         PIC X.
           05 RES-FOUND-SW         PIC X.
      *    MORE BOOKINGS OR ANSWERS THAN THE TABLES HOLD - NOTHING IS
      *    ACKNOWLEDGED AND NEITHER FILE IS TOUCHED, SINCE A BOOKING
      *    LEFT OFF THE LOG REWRITE WOULD NEVER BE ANSWERED.
           05 OVERFLOW-SW          PIC X    VALUE 'N'.

       01 WS-PL-FILE-STATUS        PIC XX.
       01 WS-PN-FILE-STATUS        PIC XX.
       01 WS-RDC-FILE-STATUS       PIC XX.
       01 WS-CKPT-FILE-STATUS      PIC XX.
       01 WS-RL-FILE-STATUS        PIC XX.

      *    ONE LOGGED BOOKING, MOVED OUT OF THE TABLE BELOW.
       01 PL-REC.
           05 PL-PARTNER-REF       PIC X(12).
           05 PL-STATUS            PIC X.
               88 PL-TRANSLATED     VALUE 'T'.
               88 PL-XLT-REJECTED   VALUE 'R'.
           05 PL-RECV-DATE         PIC X(8).
           05 PL-CAMPGROUND        PIC X(11).
           05 PL-SITE              PIC X(3).
           05 PL-DATE              PIC X(8).
           05 PL-LNAME             PIC X(15).
           05 PL-FNAME             PIC X(10).
           05 PL-XLT-MSG           PIC X(100).

      *    UPSTREAM RUN GATE - SEE 1020-CHECK-UPSTREAM-RUN.
       01 UPSTREAM-OK-SW           PIC X.
       01 MORE-RL-RECS             PIC X.
       01 HOLD-BALANCE-FLAG        PIC X.

       01 STALE-BANNER-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** OVERNIGHT RESERVATION RUN DID NOT EN'.
           05 FILLER               PIC X(40)   VALUE
              'D CLEAN - ANSWERS MAY NOT BE FINAL *****'.

       01 STALE-ACTION-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** RUN REFUSED - CLEAR THE OVERNIGHT RU'.
           05 FILLER               PIC X(12)   VALUE
              'N FIRST ***'.

       01 OVERFLOW-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** MORE PARTNER BOOKINGS OR ANSWERS THA'.
           05 FILLER               PIC X(40)   VALUE
              'N THE TABLES - NOTHING SENT, FILES KEPT '.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 C-REASON-MSG         PIC X(100).

       01 RUN-CTL-CTRS.
           05 C-LOG-READ-CTR       PIC 9(5)     VALUE 0.
           05 C-RES-READ-CTR       PIC 9(5)     VALUE 0.
           05 C-SUPERSEDED-CTR     PIC 9(5)     VALUE 0.
           05 C-ACCEPT-CTR         PIC 9(5)     VALUE 0.
           05 C-REJECT-CTR         PIC 9(5)     VALUE 0.
           05 C-XLT-REJ-CTR        PIC 9(5)     VALUE 0.
           05 C-XLT-DUP-CTR        PIC 9(5)     VALUE 0.
           05 C-ACK-CTR            PIC 9(5)     VALUE 0.
           05 C-HELD-CTR           PIC 9(5)     VALUE 0.
           05 C-MATCHED-CTR        PIC 9(5)     VALUE 0.
           05 C-ORPHAN-CTR         PIC 9(5)     VALUE 0.
           05 C-LOG-WRITE-CTR      PIC 9(5)     VALUE 0.

      *    THE LOG, ONE IMAGE PER BOOKING, WITH A SWITCH SET WHEN IT
      *    HAS BEEN ACKNOWLEDGED SO THE REWRITE KNOWS TO DROP IT.
       01 PL-SUB                   PIC 9(4).
       01 LOG-CTR                  PIC 9(4) VALUE 0.
       01 LOG-TABLE.
           05 LOG-ENTRY        OCCURS 1000 TIMES.
               10 TBL-PL-IMAGE         PIC X(168).
               10 TBL-PL-ACKED         PIC X.

      *    THE ANSWERS, ONE PER REFERENCE - A LATER ANSWER FOR A
      *    REFERENCE ALREADY IN THE TABLE REPLACES THE EARLIER ONE.
       01 PN-SUB                   PIC 9(4).
       01 RES-CTR                  PIC 9(4) VALUE 0.
       01 RES-TABLE.
           05 RES-ENTRY        OCCURS 1000 TIMES INDEXED BY RES-INDEX.
               10 TBL-PN-REF           PIC X(12).
               10 TBL-PN-IMAGE         PIC X(165).
               10 TBL-PN-USED          PIC X.

       01 ACK-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 ACK-TITLE-DATE.
               10 ACK-TITLE-MONTH  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 ACK-TITLE-DAY    PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 ACK-TITLE-YEAR   PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 ACK-TITLE-PAGE       PIC Z9.

       01 ACK-TITLE-LINE2.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(39)   VALUE
              'PARTNER BOOKING ACKNOWLEDGMENT REGISTER'.

       01 ACK-COL-HEADING.
           05 FILLER               PIC X(14)   VALUE 'PARTNER REF'.
           05 FILLER               PIC X(27)   VALUE 'GUEST'.
           05 FILLER               PIC X(12)   VALUE 'CAMPGROUND'.
           05 FILLER               PIC X(5)    VALUE 'SITE'.
           05 FILLER               PIC X(10)   VALUE 'ARRIVAL'.
           05 FILLER               PIC X(10)   VALUE 'RESULT'.
           05 FILLER               PIC X(6)    VALUE 'REASON'.

       01 ACK-DETAIL-LINE.
           05 AD-REF               PIC X(12).
           05 FILLER               PIC XX      VALUE SPACES.
           05 AD-NAME              PIC X(27).
           05 AD-CAMPGROUND        PIC X(11).
           05 FILLER               PIC X       VALUE SPACE.
           05 AD-SITE              PIC X(3).
           05 FILLER               PIC XX      VALUE SPACES.
           05 AD-ARRIVE            PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 AD-RESULT            PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 AD-REASON            PIC X(54).

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
           IF UPSTREAM-OK-SW = 'Y' AND OVERFLOW-SW = 'N'
               MOVE 1 TO PL-SUB
               PERFORM 2000-MAINLINE
                   UNTIL PL-SUB > LOG-CTR
               MOVE 1 TO PN-SUB
               PERFORM 2500-COUNT-ORPHAN
                   UNTIL PN-SUB > RES-CTR
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT ACK-RPT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           PERFORM 1040-READ-RUN-DATE.
           MOVE CURRENT-MONTH                 TO ACK-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO ACK-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO ACK-TITLE-YEAR.
           PERFORM 1100-INIT-HEADING.
           PERFORM 1020-CHECK-UPSTREAM-RUN.
           IF UPSTREAM-OK-SW = 'N'
               WRITE ACK-LINE FROM STALE-BANNER-LINE
                   AFTER ADVANCING 2 LINES
               WRITE ACK-LINE FROM STALE-ACTION-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 1050-LOAD-LOG
               PERFORM 1060-LOAD-RESULTS
               IF OVERFLOW-SW = 'Y'
                   WRITE ACK-LINE FROM OVERFLOW-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   OPEN EXTEND PARTNER-ACK-OUT
               END-IF
           END-IF.

      *    GATE THIS JOB ON A CLEAN OVERNIGHT CBLJCB02 RUN.  A
      *    NONZERO CKPT.DAT MEANS THE RUN DIED MID-FILE AND THE
      *    MASTER HOLDS A PARTIAL NIGHT; AN 'N' BALANCE FLAG ON THE
      *    LAST RUNLOG.DAT LINE MEANS IT ENDED OUT OF BALANCE.
      *    EITHER WAY NOTHING DOWNSTREAM SHOULD TRUST ITS OUTPUT.
       1020-CHECK-UPSTREAM-RUN.
           MOVE 'Y' TO UPSTREAM-OK-SW.
           MOVE 'Y' TO HOLD-BALANCE-FLAG.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-FILE-STATUS = '00'
               READ CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-REC NUMERIC
                        AND CKPT-REC NOT = '000000'
                           MOVE 'N' TO UPSTREAM-OK-SW
                       END-IF
               END-READ
               CLOSE CKPT-FILE
           END-IF.
           MOVE 'Y' TO MORE-RL-RECS.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RL-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-RL-RECS
           END-IF.
           PERFORM 1025-READ-ONE-RUN-LOG
               UNTIL MORE-RL-RECS = 'N'.
           IF WS-RL-FILE-STATUS = '00' OR WS-RL-FILE-STATUS = '10'
               CLOSE RUN-LOG-FILE
           END-IF.
           IF HOLD-BALANCE-FLAG = 'N'
               MOVE 'N' TO UPSTREAM-OK-SW
           END-IF.

       1025-READ-ONE-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   MOVE 'N' TO MORE-RL-RECS
               NOT AT END
                   MOVE RL-BALANCE-FLAG TO HOLD-BALANCE-FLAG
           END-READ.

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

       1050-LOAD-LOG.
           MOVE 'Y' TO MORE-PL-RECS.
           OPEN INPUT PARTNER-LOG-CHECK.
           IF WS-PL-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-PL-RECS
           ELSE
               PERFORM 9000-READ-LOG
           END-IF.
           PERFORM 1055-BUILD-LOG-TABLE
               UNTIL MORE-PL-RECS = 'N'.
           IF WS-PL-FILE-STATUS = '00' OR WS-PL-FILE-STATUS = '10'
               CLOSE PARTNER-LOG-CHECK
           END-IF.

       1055-BUILD-LOG-TABLE.
           ADD 1 TO C-LOG-READ-CTR.
           IF LOG-CTR < 1000
               ADD 1 TO LOG-CTR
               MOVE PLC-REC TO TBL-PL-IMAGE(LOG-CTR)
               MOVE 'N'     TO TBL-PL-ACKED(LOG-CTR)
           ELSE
               MOVE 'Y' TO OVERFLOW-SW
           END-IF.
           PERFORM 9000-READ-LOG.

       1060-LOAD-RESULTS.
           MOVE 'Y' TO MORE-PN-RECS.
           OPEN INPUT PARTNER-RES-CHECK.
           IF WS-PN-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-PN-RECS
           ELSE
               PERFORM 9100-READ-RESULT
           END-IF.
           PERFORM 1065-BUILD-RES-TABLE
               UNTIL MORE-PN-RECS = 'N'.
           IF WS-PN-FILE-STATUS = '00' OR WS-PN-FILE-STATUS = '10'
               CLOSE PARTNER-RES-CHECK
           END-IF.

       1065-BUILD-RES-TABLE.
           ADD 1 TO C-RES-READ-CTR.
           MOVE 'N' TO RES-FOUND-SW.
           IF RES-CTR > 0
               SET RES-INDEX TO 1
               SEARCH RES-ENTRY
                   AT END
                       CONTINUE
                   WHEN TBL-PN-REF(RES-INDEX) = PN-PARTNER-REF
                       MOVE 'Y' TO RES-FOUND-SW
                       MOVE PN-REC TO TBL-PN-IMAGE(RES-INDEX)
                       ADD 1 TO C-SUPERSEDED-CTR
               END-SEARCH
           END-IF.
           IF RES-FOUND-SW = 'N'
               IF RES-CTR < 1000
                   ADD 1 TO RES-CTR
                   MOVE PN-PARTNER-REF TO TBL-PN-REF(RES-CTR)
                   MOVE PN-REC         TO TBL-PN-IMAGE(RES-CTR)
                   MOVE 'N'            TO TBL-PN-USED(RES-CTR)
               ELSE
                   MOVE 'Y' TO OVERFLOW-SW
               END-IF
           END-IF.
           PERFORM 9100-READ-RESULT.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO ACK-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE ACK-LINE FROM ACK-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE ACK-LINE FROM ACK-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE ACK-LINE FROM ACK-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE ACK-LINE FROM ACK-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *    ANSWER ONE LOGGED BOOKING - REJECTED BY THE TRANSLATION,
      *    OR ACCEPTED/REJECTED BY CBLJCB02 - OR LEAVE IT ON THE LOG
      *    UNTIL CBLJCB02 HAS SEEN IT.
       2000-MAINLINE.
           MOVE TBL-PL-IMAGE(PL-SUB) TO PL-REC.
           IF PL-XLT-REJECTED AND PL-XLT-MSG(1:6) = 'XLT10:'
               PERFORM 2050-LIST-DUPLICATE
           ELSE
           IF PL-XLT-REJECTED
               MOVE SPACES TO AK-REC
               MOVE 'REJECTED'  TO AK-RESULT
               MOVE PL-XLT-MSG  TO C-REASON-MSG
               MOVE 0           TO AK-TOTAL
               MOVE 0           TO AK-DEPOSIT
               ADD 1 TO C-XLT-REJ-CTR
               PERFORM 2200-WRITE-ACK
           ELSE
               MOVE 'N' TO RES-FOUND-SW
               IF RES-CTR > 0
                   SET RES-INDEX TO 1
                   SEARCH RES-ENTRY
                       AT END
                           CONTINUE
                       WHEN TBL-PN-REF(RES-INDEX) = PL-PARTNER-REF
                           MOVE 'Y' TO RES-FOUND-SW
                   END-SEARCH
               END-IF
               IF RES-FOUND-SW = 'Y'
                   PERFORM 2100-ACK-FROM-RESULT
               ELSE
                   ADD 1 TO C-HELD-CTR
               END-IF
           END-IF
           END-IF.
           ADD 1 TO PL-SUB.

      *    A REPEATED REFERENCE GETS NO ACKNOWLEDGMENT OF ITS OWN -
      *    THE ORIGINAL BOOKING'S ANSWER IS THE ONLY ONE SENT.  IT IS
      *    LISTED AND TAKEN OFF THE LOG.
       2050-LIST-DUPLICATE.
           MOVE SPACES      TO AK-REC.
           MOVE 'NOT SENT'  TO AK-RESULT.
           MOVE PL-XLT-MSG  TO C-REASON-MSG.
           ADD 1 TO C-XLT-DUP-CTR.
           MOVE 'Y' TO TBL-PL-ACKED(PL-SUB).
           PERFORM 2300-PRINT-DETAIL.

       2100-ACK-FROM-RESULT.
           MOVE TBL-PN-IMAGE(RES-INDEX) TO PN-REC.
           MOVE 'Y' TO TBL-PN-USED(RES-INDEX).
           ADD 1 TO C-MATCHED-CTR.
           MOVE SPACES TO AK-REC.
           IF PN-ACCEPTED
               MOVE 'ACCEPTED'   TO AK-RESULT
               MOVE SPACES       TO C-REASON-MSG
               MOVE PN-GUEST-NUM TO AK-GUEST-NUM
               MOVE PN-TOT-AMT   TO AK-TOTAL
               MOVE PN-DEP-AMT   TO AK-DEPOSIT
               ADD 1 TO C-ACCEPT-CTR
           ELSE
               MOVE 'REJECTED'   TO AK-RESULT
               MOVE PN-ERR-MSG   TO C-REASON-MSG
               MOVE 0            TO AK-TOTAL
               MOVE 0            TO AK-DEPOSIT
               ADD 1 TO C-REJECT-CTR
           END-IF.
           PERFORM 2200-WRITE-ACK.

      *    SPLIT 'ERRNN: TEXT' INTO THE CODE AND THE TEXT, STAMP THE
      *    DATE, SEND IT, AND MARK THE BOOKING DONE.
       2200-WRITE-ACK.
           MOVE PL-PARTNER-REF TO AK-BOOKING-REF.
           IF C-REASON-MSG NOT = SPACES
               UNSTRING C-REASON-MSG DELIMITED BY ': '
                   INTO AK-REASON-CODE AK-REASON-TEXT
           END-IF.
           MOVE CURRENT-YEAR   TO AK-PROC-YYYY.
           MOVE '-'            TO AK-PROCESS-DATE(5:1).
           MOVE CURRENT-MONTH  TO AK-PROC-MM.
           MOVE '-'            TO AK-PROCESS-DATE(8:1).
           MOVE CURRENT-DAY    TO AK-PROC-DD.
           WRITE AK-REC.
           ADD 1 TO C-ACK-CTR.
           MOVE 'Y' TO TBL-PL-ACKED(PL-SUB).
           PERFORM 2300-PRINT-DETAIL.

       2300-PRINT-DETAIL.
           MOVE PL-PARTNER-REF TO AD-REF.
           MOVE SPACES         TO AD-NAME.
           STRING PL-LNAME DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               PL-FNAME DELIMITED BY '  '
               INTO AD-NAME.
           MOVE PL-CAMPGROUND  TO AD-CAMPGROUND.
           MOVE PL-SITE        TO AD-SITE.
           MOVE PL-DATE        TO AD-ARRIVE.
           MOVE AK-RESULT      TO AD-RESULT.
           MOVE C-REASON-MSG   TO AD-REASON.
           WRITE ACK-LINE FROM ACK-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 1100-INIT-HEADING.

      *    AN ANSWER WITH NO BOOKING ON THE LOG (A 'P' RECORD KEYED
      *    BY HAND, OR A LOG LOST SINCE) HAS NOTHING TO ACKNOWLEDGE;
      *    IT IS COUNTED SO THE OFFICE CAN LOOK INTO IT.
       2500-COUNT-ORPHAN.
           IF TBL-PN-USED(PN-SUB) = 'N'
               ADD 1 TO C-ORPHAN-CTR
           END-IF.
           ADD 1 TO PN-SUB.

       9000-READ-LOG.
           READ PARTNER-LOG-CHECK
               AT END MOVE 'N' TO MORE-PL-RECS
           END-READ.

       9100-READ-RESULT.
           READ PARTNER-RES-CHECK
               AT END MOVE 'N' TO MORE-PN-RECS
           END-READ.

      *    PROVE THE RUN: EVERY LOGGED BOOKING WAS ACKNOWLEDGED OR
      *    HELD, EVERY ANSWER WAS MATCHED, SUPERSEDED OR ORPHANED,
      *    AND EVERY HELD BOOKING WENT BACK ONTO THE LOG.  ON A
      *    REFUSED RUN THE BANNER IS THE WHOLE REPORT.
       3000-CLOSING.
           IF UPSTREAM-OK-SW = 'Y' AND OVERFLOW-SW = 'N'
               CLOSE PARTNER-ACK-OUT
               PERFORM 3200-REWRITE-LOG
               OPEN OUTPUT PARTNER-RES-OUT
               CLOSE PARTNER-RES-OUT
               PERFORM 3100-ACK-TOTALS
           END-IF.
           CLOSE ACK-RPT.

       3100-ACK-TOTALS.
           WRITE ACK-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
           MOVE 'PARTNER BOOKINGS ON LOG   ' TO O-BAL-LABEL.
           MOVE C-LOG-READ-CTR               TO O-BAL-CTR.
           WRITE ACK-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ACCEPTED                  ' TO O-BAL-LABEL.
           MOVE C-ACCEPT-CTR                 TO O-BAL-CTR.
           WRITE ACK-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REJECTED BY THE EDITS     ' TO O-BAL-LABEL.
           MOVE C-REJECT-CTR                 TO O-BAL-CTR.
           WRITE ACK-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REJECTED - NOT TRANSLATED ' TO O-BAL-LABEL.
           MOVE C-XLT-REJ-CTR                TO O-BAL-CTR.
           WRITE ACK-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REPEATS LISTED, NOT SENT  ' TO O-BAL-LABEL.
           MOVE C-XLT-DUP-CTR                TO O-BAL-CTR.
           WRITE ACK-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACKNOWLEDGMENTS SENT      ' TO O-BAL-LABEL.
           MOVE C-ACK-CTR                    TO O-BAL-CTR.
           WRITE ACK-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HELD - NO ANSWER YET      ' TO O-BAL-LABEL.
           MOVE C-HELD-CTR                   TO O-BAL-CTR.
           WRITE ACK-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'KEPT ON LOG               ' TO O-BAL-LABEL.
           MOVE C-LOG-WRITE-CTR              TO O-BAL-CTR.
           WRITE ACK-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ANSWERS READ              ' TO O-BAL-LABEL.
           MOVE C-RES-READ-CTR               TO O-BAL-CTR.
           WRITE ACK-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ANSWERS SUPERSEDED        ' TO O-BAL-LABEL.
           MOVE C-SUPERSEDED-CTR             TO O-BAL-CTR.
           WRITE ACK-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ANSWERS WITH NO BOOKING   ' TO O-BAL-LABEL.
           MOVE C-ORPHAN-CTR                 TO O-BAL-CTR.
           WRITE ACK-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-LOG-READ-CTR = C-ACK-CTR + C-HELD-CTR
                               + C-XLT-DUP-CTR
            AND C-ACK-CTR = C-ACCEPT-CTR + C-REJECT-CTR
                            + C-XLT-REJ-CTR
            AND C-LOG-WRITE-CTR = C-HELD-CTR
            AND C-RES-READ-CTR = C-MATCHED-CTR + C-SUPERSEDED-CTR
                                 + C-ORPHAN-CTR
            AND C-ORPHAN-CTR = 0
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - CHECK PTNRACK.DAT'
                   TO O-BAL-FLAG-MSG
               WRITE ACK-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** BEFORE THE PARTNER COLLECTS IT'
                   TO O-BAL-FLAG-MSG
           END-IF.
           WRITE ACK-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.

      *    PUT BACK ONLY THE BOOKINGS STILL WAITING FOR AN ANSWER.
       3200-REWRITE-LOG.
           OPEN OUTPUT PARTNER-LOG-OUT.
           MOVE 1 TO PL-SUB.
           PERFORM 3210-WRITE-ONE-LOG
               UNTIL PL-SUB > LOG-CTR.
           CLOSE PARTNER-LOG-OUT.

       3210-WRITE-ONE-LOG.
           IF TBL-PL-ACKED(PL-SUB) = 'N'
               WRITE PLO-REC FROM TBL-PL-IMAGE(PL-SUB)
               ADD 1 TO C-LOG-WRITE-CTR
           END-IF.
           ADD 1 TO PL-SUB.

       END PROGRAM CBLJCB25.
