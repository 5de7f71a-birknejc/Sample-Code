       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB22.
       AUTHOR. JEFF BIRKNER.

      *    MONTHLY SEASONAL LEASE BILLING.  CBLJCB02 BOOKS A LEASE
      *    ONTO LEASE.DAT WITHOUT CHARGING ANYTHING - THIS RUN
      *    CHARGES EACH ACTIVE LEASE ONE MONTH'S RENT, AT THE RATE
      *    LOCKED IN AT BOOKING, ONCE THE RUN DATE REACHES THE
      *    LEASE'S BILLING DAY IN THAT MONTH.  A MONTH MISSED BECAUSE
      *    THE RUN DIDN'T GO IS CAUGHT UP ON THE NEXT RUN, ONE CHARGE
      *    PER MONTH, AND NO MONTH IS EVER CHARGED TWICE - LS-BILLED-
      *    THRU ON THE REWRITTEN LEASE.DAT SAYS WHERE BILLING IS UP TO.
      *
      *    RENT THAT CAME BACK DECLINED (DECLINE.DAT, WRITTEN BY THE
      *    CBLJCB10 RECONCILIATION) IS TAKEN UP AS ARREARS AND ADDED
      *    TO THE NEXT RENT CHARGE.  A LEASE WITH EVERY MONTH BILLED
      *    IS CHARGED ITS ARREARS ALONE.  A LEASE PAST ITS MOVE-OUT
      *    DAY WITH EVERY MONTH BILLED AND NOTHING OWED IS MARKED
      *    ENDED AND NO LONGER HOLDS ITS SITE.
      *
      *    EACH CHARGE GOES TO SETTLE.DAT AND PROCSUB.DAT EXACTLY AS
      *    A BALANCE CHARGE FROM CBLJCB12 DOES, AND POSTS AN 'LSE'
      *    ENTRY TO THE PAYMENT LEDGER AGAINST THE LEASE KEY.  EVERY
      *    CHARGE LISTS ON LSEBILL.PRT.  RUN NIGHTLY AFTER THE
      *    OVERNIGHT CBLJCB02 RUN.

       ENVIRONMENT DIVISION.
           SELECT LEASE-CHECK
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEASE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LS-FILE-STATUS.

           SELECT LEASE-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEASE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECLINE-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DECLINE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DL-FILE-STATUS.

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

           SELECT LEASE-BILL-RPT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LSEBILL.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
      *    LEASE.DAT IS LOADED WHOLE, BILLED IN THE TABLE, AND
      *    REWRITTEN FROM IT AT CLOSING - LS-REC IN WORKING-STORAGE
      *    IS THE WORK AREA FOR ONE LEASE.
       FD LEASE-CHECK
       LABEL RECORD IS OMITTED
       DATA RECORD IS LSC-REC
       RECORD CONTAINS 160 CHARACTERS.

       01 LSC-REC                  PIC X(160).

       FD LEASE-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS LSO-REC
       RECORD CONTAINS 160 CHARACTERS.

       01 LSO-REC                  PIC X(160).

      *    DECLINED SETTLEMENT ITEMS - LAYOUT AS IN CBLJCB10.
       FD DECLINE-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS DECL-REC
       RECORD CONTAINS 120 CHARACTERS.

       01 DECL-REC.
           05 DL-TYPE              PIC X.
           05 DL-CCTYPE            PIC X(16).
           05 DL-CCNUM             PIC X(19).
           05 DL-CCEXP             PIC X(8).
           05 DL-AMT               PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 DL-NAME              PIC X(27).
           05 DL-KEY.
               10 DL-CAMPGROUND    PIC X(11).
               10 DL-SITE          PIC X(3).
               10 DL-DATE          PIC X(8).
           05 DL-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(3).
           05 DL-DECL-DATE         PIC X(8).

       FD SETTLE-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS SETTLE-REC
       RECORD CONTAINS 112 CHARACTERS.

       01 SETTLE-REC.
           05 SE-TYPE             PIC X.
           05 SE-CCTYPE           PIC X(16).
           05 SE-CCNUM            PIC X(19).
           05 SE-CCEXP            PIC X(8).
           05 SE-AMT              PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 SE-NAME             PIC X(27).
           05 SE-CAMPGROUND       PIC X(11).
           05 SE-SITE             PIC X(3).
           05 SE-DATE             PIC X(8).
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

      *    PAYMENT LEDGER - EACH RENT CHARGE POSTS HERE AS AN 'LSE'
      *    ENTRY AGAINST THE LEASE KEY (LAYOUT AS IN CBLJCB02).
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

       FD LEASE-BILL-RPT
       LABEL RECORD IS OMITTED
       DATA RECORD IS BILL-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 BILL-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-LS-RECS         PIC X.
           05 MORE-DL-RECS         PIC X.
           05 LEASE-FOUND-SW       PIC X.
      *    MORE LEASES THAN THE TABLE HOLDS - NOTHING IS BILLED AND
      *    LEASE.DAT IS NOT REWRITTEN, SINCE A LEASE LEFT OFF THE
      *    REWRITE WOULD SIMPLY VANISH AND ONE BILLED BUT NOT
      *    REWRITTEN WOULD BE BILLED AGAIN TOMORROW.
           05 LS-OVERFLOW-SW       PIC X    VALUE 'N'.

       01 WS-LS-FILE-STATUS        PIC XX.
       01 WS-DL-FILE-STATUS        PIC XX.
       01 WS-RDC-FILE-STATUS       PIC XX.
       01 WS-CKPT-FILE-STATUS      PIC XX.
       01 WS-RL-FILE-STATUS        PIC XX.
       01 WS-CV-FILE-STATUS        PIC XX.

      *    ONE LEASE, MOVED IN AND OUT OF THE TABLE BELOW.
       COPY "LEASE.CPY".

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

      *    UPSTREAM RUN GATE - SEE 1020-CHECK-UPSTREAM-RUN.  LEASES
      *    ARE BOOKED BY THE OVERNIGHT RUN, SO A RUN THAT DIED OR
      *    ENDED OUT OF BALANCE MAY HAVE LEFT LEASE.DAT SHORT.
       01 UPSTREAM-OK-SW           PIC X.
       01 MORE-RL-RECS             PIC X.
       01 HOLD-BALANCE-FLAG        PIC X.

       01 STALE-BANNER-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** OVERNIGHT RESERVATION RUN DID NOT EN'.
           05 FILLER               PIC X(40)   VALUE
              'D CLEAN - LEASE.DAT MAY BE INCOMPLETE **'.

       01 STALE-ACTION-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** RUN REFUSED - CLEAR THE OVERNIGHT RU'.
           05 FILLER               PIC X(12)   VALUE
              'N FIRST ***'.

       01 OVERFLOW-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** LEASE.DAT HOLDS MORE LEASES THAN THE'.
           05 FILLER               PIC X(40)   VALUE
              ' TABLE - NOTHING BILLED, FILE UNCHANGED '.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

      *    MONTHS ARE COUNTED AS CCYY * 12 + MM SO A LEASE RUNNING
      *    OVER NEW YEAR COMPARES AND STEPS WITHOUT ANY CARRYING.
       01 CALCS.
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-RUN-DAY            PIC 99.
           05 C-RUN-MON            PIC 9(6).
           05 C-START-MON          PIC 9(6).
           05 C-LAST-MON           PIC 9(6).
           05 C-NEXT-MON           PIC 9(6).
           05 C-CHARGE-AMT         PIC S9(5)V99.
           05 C-RENT-AMT           PIC S9(5)V99.
           05 C-ARREARS-AMT        PIC S9(5)V99.
           05 C-DECL-CUTOFF        PIC 9(8).
           05 C-PAGE-CTR           PIC 99     VALUE 0.

       01 C-MONTH-WORK.
           05 C-MW-YYYY            PIC 9(4).
           05 C-MW-MM              PIC 99.
       01 C-MONTH-WORK-NUM REDEFINES C-MONTH-WORK PIC 9(6).

       01 C-DATE-WORK.
           05 C-DW-YYYY            PIC 9(4).
           05 C-DW-MM              PIC 99.
           05 C-DW-DD              PIC 99.

       01 RUN-CTL-CTRS.
           05 C-READ-CTR           PIC 9(5)     VALUE 0.
           05 C-ACTIVE-CTR         PIC 9(5)     VALUE 0.
           05 C-INACTIVE-CTR       PIC 9(5)     VALUE 0.
           05 C-DECL-READ-CTR      PIC 9(5)     VALUE 0.
           05 C-DECL-TAKEN-CTR     PIC 9(5)     VALUE 0.
           05 C-RENT-CTR           PIC 9(5)     VALUE 0.
           05 C-ARR-ONLY-CTR       PIC 9(5)     VALUE 0.
           05 C-CHARGE-CTR         PIC 9(5)     VALUE 0.
           05 C-LEDGER-CTR         PIC 9(5)     VALUE 0.
           05 C-ENDED-CTR          PIC 9(5)     VALUE 0.
           05 C-WRITE-CTR          PIC 9(5)     VALUE 0.
           05 C-CHARGE-TOTAL       PIC S9(9)V99 VALUE 0.
           05 C-ARREARS-TOTAL      PIC S9(9)V99 VALUE 0.

       01 LS-SUB                   PIC 9(4).
       01 LEASE-CTR                PIC 9(4) VALUE 0.
       01 LEASE-TABLE.
           05 LEASE-ENTRY      OCCURS 500 TIMES.
               10 TBL-LS-IMAGE         PIC X(160).

       01 BILL-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 BILL-TITLE-DATE.
               10 BILL-TITLE-MONTH PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 BILL-TITLE-DAY   PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 BILL-TITLE-YEAR  PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 BILL-TITLE-PAGE      PIC Z9.

       01 BILL-TITLE-LINE2.
           05 FILLER               PIC X(48)   VALUE SPACES.
           05 FILLER               PIC X(32)   VALUE
              'SEASONAL LEASE BILLING REGISTER'.

       01 BILL-COL-HEADING.
           05 FILLER               PIC X(27)   VALUE 'RESIDENT'.
           05 FILLER               PIC X(11)   VALUE 'CAMPGROUND'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'SITE'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'LEASE START'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'MONTH'.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'RENT'.
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'ARREARS'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'CHARGED'.

       01 BILL-DETAIL-LINE.
           05 BL-NAME              PIC X(27).
           05 BL-CAMPGROUND        PIC X(11).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 BL-SITE              PIC X(3).
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 BL-START             PIC X(8).
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 BL-MONTH.
               10 BL-MONTH-MM      PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 BL-MONTH-YYYY    PIC X(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 BL-RENT              PIC $$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 BL-ARREARS           PIC $$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 BL-CHARGED           PIC $$,$$9.99.

       01 BILL-ENDED-LINE.
           05 BE-NAME              PIC X(27).
           05 BE-CAMPGROUND        PIC X(11).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 BE-SITE              PIC X(3).
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 BE-START             PIC X(8).
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 FILLER               PIC X(30)   VALUE
              'LEASE ENDED - SITE RELEASED'.

       01 BALANCE-TITLE.
           05 FILLER               PIC X(23)   VALUE
              'RUN CONTROL AND BALANCE'.

       01 BALANCE-DETAIL-LINE.
           05 O-BAL-LABEL          PIC X(26).
           05 O-BAL-CTR            PIC ZZZ,ZZ9.

       01 BALANCE-TOTAL-LINE.
           05 O-BAL-TOTAL-LABEL    PIC X(26).
           05 O-BAL-TOTAL          PIC $$,$$$,$$9.99.

       01 BALANCE-FLAG-LINE.
           05 O-BAL-FLAG-MSG       PIC X(45).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF UPSTREAM-OK-SW = 'Y' AND LS-OVERFLOW-SW = 'N'
               PERFORM 1200-APPLY-DECLINES
               MOVE 1 TO LS-SUB
               PERFORM 2000-MAINLINE
                   UNTIL LS-SUB > LEASE-CTR
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT LEASE-BILL-RPT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           PERFORM 1040-READ-RUN-DATE.
           MOVE CURRENT-MONTH                 TO BILL-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO BILL-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO BILL-TITLE-YEAR.
           MOVE CURRENT-DATE                  TO C-RUN-DATE-NUM.
           MOVE CURRENT-DATE                  TO C-DATE-WORK.
           MOVE C-DW-DD                       TO C-RUN-DAY.
           COMPUTE C-RUN-MON = C-DW-YYYY * 12 + C-DW-MM.
      *    DECLINES ARE TAKEN UP THROUGH YESTERDAY - ONE LOGGED LATER
      *    TODAY IS PICKED UP TOMORROW, AND A RERUN TODAY TAKES
      *    NOTHING UP TWICE.
           COMPUTE C-DECL-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(C-RUN-DATE-NUM) - 1).
           PERFORM 1100-INIT-HEADING.
           PERFORM 1020-CHECK-UPSTREAM-RUN.
           IF UPSTREAM-OK-SW = 'N'
               WRITE BILL-LINE FROM STALE-BANNER-LINE
                   AFTER ADVANCING 2 LINES
               WRITE BILL-LINE FROM STALE-ACTION-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 1050-LOAD-LEASES
               IF LS-OVERFLOW-SW = 'Y'
                   WRITE BILL-LINE FROM OVERFLOW-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   OPEN EXTEND SETTLE-OUT
                   PERFORM 1060-OPEN-CARD-VAULT
                   OPEN EXTEND LEDGER-OUT
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
      *    OVERNIGHT CBLJCB02 RUN WORKS FROM, SO A RERUN BILLS AS OF
      *    THE NIGHT IT WAS MEANT FOR.
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

       1050-LOAD-LEASES.
           MOVE 'Y' TO MORE-LS-RECS.
           OPEN INPUT LEASE-CHECK.
           IF WS-LS-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-LS-RECS
           ELSE
               PERFORM 9000-READ-LEASE
           END-IF.
           PERFORM 1055-BUILD-LEASE-TABLE
               UNTIL MORE-LS-RECS = 'N'.
           IF WS-LS-FILE-STATUS = '00' OR WS-LS-FILE-STATUS = '10'
               CLOSE LEASE-CHECK
           END-IF.

       1055-BUILD-LEASE-TABLE.
           ADD 1 TO C-READ-CTR.
           IF LEASE-CTR < 500
               ADD 1 TO LEASE-CTR
               MOVE LSC-REC TO TBL-LS-IMAGE(LEASE-CTR)
           ELSE
               MOVE 'Y' TO LS-OVERFLOW-SW
           END-IF.
           PERFORM 9000-READ-LEASE.

      *    THE VAULT IS ONLY EVER READ HERE.  ONE THAT WON'T OPEN
      *    LEAVES EVERY TOKEN UNRESOLVED - NOTHING GOES TO THE
      *    PROCESSOR AND THE RUN BALANCE SAYS HOW MANY WERE HELD.
       1060-OPEN-CARD-VAULT.
           OPEN EXTEND PROC-SUB-OUT.
           MOVE 'Y' TO CV-OPEN-SW.
           OPEN INPUT CARD-VAULT.
           IF WS-CV-FILE-STATUS NOT = '00'
               MOVE 'N' TO CV-OPEN-SW
           END-IF.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO BILL-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE BILL-LINE FROM BILL-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE BILL-LINE FROM BILL-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE BILL-LINE FROM BILL-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE BILL-LINE FROM BILL-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *    TAKE UP EVERY DECLINED RENT CHARGE LOGGED SINCE THE LEASE
      *    LAST LOOKED.  A RENT CHARGE CARRIES THE LEASE KEY IN ITS
      *    CAMPGROUND/SITE/DATE FIELDS, AND ONLY CHARGES SUBMITTED
      *    ON OR AFTER THE BOOKING DATE CAN BE THIS LEASE'S - AN
      *    OLDER STAY ON THE SAME SITE AND DATE IS NOT.
       1200-APPLY-DECLINES.
           MOVE 'Y' TO MORE-DL-RECS.
           OPEN INPUT DECLINE-INPUT.
           IF WS-DL-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-DL-RECS
           ELSE
               PERFORM 9100-READ-DECLINE
           END-IF.
           PERFORM 1210-APPLY-ONE-DECLINE
               UNTIL MORE-DL-RECS = 'N'.
           IF WS-DL-FILE-STATUS = '00' OR WS-DL-FILE-STATUS = '10'
               CLOSE DECLINE-INPUT
           END-IF.
           MOVE 1 TO LS-SUB.
           PERFORM 1230-ADVANCE-DECL-THRU
               UNTIL LS-SUB > LEASE-CTR.

       1210-APPLY-ONE-DECLINE.
           ADD 1 TO C-DECL-READ-CTR.
           IF DL-TYPE = 'C' AND DL-AMT NUMERIC
               MOVE 'N' TO LEASE-FOUND-SW
               MOVE 1 TO LS-SUB
               PERFORM 1220-MATCH-DECLINE
                   UNTIL LEASE-FOUND-SW = 'Y' OR LS-SUB > LEASE-CTR
           END-IF.
           PERFORM 9100-READ-DECLINE.

       1220-MATCH-DECLINE.
           IF TBL-LS-IMAGE(LS-SUB)(1:22) = DL-KEY
               MOVE 'Y' TO LEASE-FOUND-SW
               MOVE TBL-LS-IMAGE(LS-SUB) TO LS-REC
               IF DL-DECL-DATE > LS-DECL-THRU
                AND DL-DECL-DATE NOT > C-DECL-CUTOFF
                AND DL-RUN-DATE NOT < LS-BOOK-DATE
                   ADD DL-AMT TO LS-ARREARS
                   ADD 1 TO C-DECL-TAKEN-CTR
                   MOVE LS-REC TO TBL-LS-IMAGE(LS-SUB)
               END-IF
           ELSE
               ADD 1 TO LS-SUB
           END-IF.

      *    ONLY AFTER EVERY DECLINE HAS BEEN SEEN DOES EACH LEASE'S
      *    TAKE-UP DATE MOVE ON, SO TWO DECLINES ON ONE DAY ARE BOTH
      *    TAKEN UP.
       1230-ADVANCE-DECL-THRU.
           MOVE TBL-LS-IMAGE(LS-SUB) TO LS-REC.
           IF LS-DECL-THRU < C-DECL-CUTOFF
               MOVE C-DECL-CUTOFF TO LS-DECL-THRU
               MOVE LS-REC TO TBL-LS-IMAGE(LS-SUB)
           END-IF.
           ADD 1 TO LS-SUB.

      *    BILL ONE LEASE: EVERY MONTH FROM THE ONE AFTER
      *    LS-BILLED-THRU UP TO THE LEASE'S LAST MONTH THAT HAS
      *    REACHED ITS BILLING DAY.
       2000-MAINLINE.
           MOVE TBL-LS-IMAGE(LS-SUB) TO LS-REC.
           IF LS-ACTIVE
            AND LS-START-DATE NUMERIC
            AND LS-BILLED-THRU NUMERIC
               ADD 1 TO C-ACTIVE-CTR
               PERFORM 2100-BILL-LEASE
               MOVE LS-REC TO TBL-LS-IMAGE(LS-SUB)
           ELSE
               ADD 1 TO C-INACTIVE-CTR
           END-IF.
           ADD 1 TO LS-SUB.

       2100-BILL-LEASE.
           MOVE LS-START-DATE TO C-DATE-WORK.
           COMPUTE C-START-MON = C-DW-YYYY * 12 + C-DW-MM.
           COMPUTE C-LAST-MON = C-START-MON + LS-MONTHS - 1.
           MOVE LS-BILLED-THRU TO C-MONTH-WORK-NUM.
           COMPUTE C-NEXT-MON = C-MW-YYYY * 12 + C-MW-MM + 1.
           PERFORM 2200-BILL-ONE-MONTH
               UNTIL C-NEXT-MON > C-LAST-MON
                  OR C-NEXT-MON > C-RUN-MON
                  OR (C-NEXT-MON = C-RUN-MON
                      AND C-RUN-DAY < LS-BILL-DAY).
      *    EVERY MONTH BILLED - WHATEVER IS STILL OWED FROM A
      *    DECLINE GOES ON THE CARD BY ITSELF.
           IF C-NEXT-MON > C-LAST-MON AND LS-ARREARS > 0
               MOVE 0           TO C-RENT-AMT
               MOVE LS-ARREARS  TO C-ARREARS-AMT
               MOVE LS-ARREARS  TO C-CHARGE-AMT
               MOVE 0           TO LS-ARREARS
               MOVE C-RUN-DATE-NUM(1:6) TO C-MONTH-WORK
               PERFORM 2300-WRITE-CHARGE
               ADD 1 TO C-ARR-ONLY-CTR
           END-IF.
           IF C-NEXT-MON > C-LAST-MON
            AND LS-ARREARS = 0
            AND C-RUN-DATE-NUM NOT < LS-END-DATE
               MOVE 'E' TO LS-STATUS
               ADD 1 TO C-ENDED-CTR
               MOVE LS-NAME       TO BE-NAME
               MOVE LS-CAMPGROUND TO BE-CAMPGROUND
               MOVE LS-SITE       TO BE-SITE
               MOVE LS-START-DATE TO BE-START
               WRITE BILL-LINE FROM BILL-ENDED-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 1100-INIT-HEADING
           END-IF.

      *    ONE MONTH'S RENT, WITH ANY ARREARS RIDING ALONG ON THE
      *    FIRST CHARGE OF THE RUN.
       2200-BILL-ONE-MONTH.
           MOVE LS-MONTHLY-RATE TO C-RENT-AMT.
           MOVE LS-ARREARS      TO C-ARREARS-AMT.
           COMPUTE C-CHARGE-AMT = LS-MONTHLY-RATE + LS-ARREARS.
           MOVE 0 TO LS-ARREARS.
           COMPUTE C-MW-YYYY = (C-NEXT-MON - 1) / 12.
           COMPUTE C-MW-MM = C-NEXT-MON - C-MW-YYYY * 12.
           MOVE C-MONTH-WORK-NUM TO LS-BILLED-THRU.
           PERFORM 2300-WRITE-CHARGE.
           ADD 1 TO C-RENT-CTR.
           ADD 1 TO C-NEXT-MON.

      *    THE CHARGE GOES TO SETTLE.DAT, THE PROCESSOR SUBMISSION,
      *    THE LEDGER AND THE REGISTER TOGETHER.  C-MONTH-WORK HOLDS
      *    THE MONTH BEING CHARGED FOR.
       2300-WRITE-CHARGE.
           MOVE 'C'             TO SE-TYPE.
           MOVE LS-CCTYPE       TO SE-CCTYPE.
           MOVE LS-CCNUM        TO SE-CCNUM.
           MOVE LS-CCEXP        TO SE-CCEXP.
           MOVE C-CHARGE-AMT    TO SE-AMT.
           MOVE LS-NAME         TO SE-NAME.
           MOVE LS-CAMPGROUND   TO SE-CAMPGROUND.
           MOVE LS-SITE         TO SE-SITE.
           MOVE LS-START-DATE   TO SE-DATE.
           MOVE CURRENT-DATE    TO SE-RUN-DATE.
           WRITE SETTLE-REC.
           PERFORM 2350-WRITE-PROC-SUB.
           MOVE SPACES          TO LEDGER-REC.
           MOVE LS-KEY          TO LG-RES-KEY.
           MOVE LS-GUEST-NUM    TO LG-GUEST-NUM.
           MOVE CURRENT-DATE    TO LG-POST-DATE.
           MOVE 'LSE'           TO LG-ENTRY-TYPE.
           MOVE C-CHARGE-AMT    TO LG-AMT.
           MOVE 'CBLJCB22'      TO LG-PROGRAM.
           WRITE LEDGER-REC.
           ADD 1 TO C-LEDGER-CTR.
           ADD 1 TO C-CHARGE-CTR.
           ADD C-CHARGE-AMT  TO C-CHARGE-TOTAL.
           ADD C-ARREARS-AMT TO C-ARREARS-TOTAL.
           MOVE LS-NAME         TO BL-NAME.
           MOVE LS-CAMPGROUND   TO BL-CAMPGROUND.
           MOVE LS-SITE         TO BL-SITE.
           MOVE LS-START-DATE   TO BL-START.
           MOVE C-MW-MM         TO BL-MONTH-MM.
           MOVE C-MW-YYYY       TO BL-MONTH-YYYY.
           MOVE C-RENT-AMT      TO BL-RENT.
           MOVE C-ARREARS-AMT   TO BL-ARREARS.
           MOVE C-CHARGE-AMT    TO BL-CHARGED.
           WRITE BILL-LINE FROM BILL-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.

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

       9000-READ-LEASE.
           READ LEASE-CHECK
               AT END MOVE 'N' TO MORE-LS-RECS
           END-READ.

       9100-READ-DECLINE.
           READ DECLINE-INPUT
               AT END MOVE 'N' TO MORE-DL-RECS
           END-READ.

      *    PROVE THE RUN: EVERY LEASE READ WAS BILLED OR SKIPPED AS
      *    INACTIVE, EVERY CHARGE HAS ITS LEDGER ENTRY, AND EVERY
      *    LEASE READ WENT BACK ONTO LEASE.DAT.  ON A REFUSED RUN
      *    THE BANNER IS THE WHOLE REPORT.
       3000-CLOSING.
           IF UPSTREAM-OK-SW = 'Y' AND LS-OVERFLOW-SW = 'N'
               PERFORM 3200-REWRITE-LEASES
               CLOSE SETTLE-OUT
               PERFORM 3050-CLOSE-CARD-VAULT
               CLOSE LEDGER-OUT
               PERFORM 3100-BILLING-TOTALS
           END-IF.
           CLOSE LEASE-BILL-RPT.

       3050-CLOSE-CARD-VAULT.
           CLOSE PROC-SUB-OUT.
           IF CV-OPEN-SW = 'Y'
               CLOSE CARD-VAULT
           END-IF.

       3100-BILLING-TOTALS.
           WRITE BILL-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
           MOVE 'LEASES READ               ' TO O-BAL-LABEL.
           MOVE C-READ-CTR                   TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ACTIVE LEASES             ' TO O-BAL-LABEL.
           MOVE C-ACTIVE-CTR                 TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ENDED OR UNREADABLE       ' TO O-BAL-LABEL.
           MOVE C-INACTIVE-CTR               TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DECLINES READ             ' TO O-BAL-LABEL.
           MOVE C-DECL-READ-CTR              TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DECLINES TAKEN AS ARREARS ' TO O-BAL-LABEL.
           MOVE C-DECL-TAKEN-CTR             TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'MONTHS OF RENT CHARGED    ' TO O-BAL-LABEL.
           MOVE C-RENT-CTR                   TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARREARS-ONLY CHARGES      ' TO O-BAL-LABEL.
           MOVE C-ARR-ONLY-CTR               TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEDGER ENTRIES POSTED     ' TO O-BAL-LABEL.
           MOVE C-LEDGER-CTR                 TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT SENT - NO VAULT CARD  ' TO O-BAL-LABEL.
           MOVE C-CV-MISS-CTR                TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEASES ENDED              ' TO O-BAL-LABEL.
           MOVE C-ENDED-CTR                  TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEASES REWRITTEN          ' TO O-BAL-LABEL.
           MOVE C-WRITE-CTR                  TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARREARS COLLECTED TOTAL   ' TO O-BAL-TOTAL-LABEL.
           MOVE C-ARREARS-TOTAL              TO O-BAL-TOTAL.
           WRITE BILL-LINE FROM BALANCE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEASE CHARGES TOTAL       ' TO O-BAL-TOTAL-LABEL.
           MOVE C-CHARGE-TOTAL               TO O-BAL-TOTAL.
           WRITE BILL-LINE FROM BALANCE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-READ-CTR = C-ACTIVE-CTR + C-INACTIVE-CTR
            AND C-CHARGE-CTR = C-RENT-CTR + C-ARR-ONLY-CTR
            AND C-LEDGER-CTR = C-CHARGE-CTR
            AND C-WRITE-CTR = C-READ-CTR
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - CHECK LEASE.DAT'
                   TO O-BAL-FLAG-MSG
               WRITE BILL-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** AGAINST SETTLE.DAT BEFORE RELEASING'
                   TO O-BAL-FLAG-MSG
           END-IF.
           WRITE BILL-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.

      *    PUT EVERY LEASE BACK, BILLED-THRU, ARREARS AND STATUS
      *    UPDATED.  NO LEASE.DAT AT ALL (NOTHING EVER LEASED) IS
      *    LEFT THAT WAY.
       3200-REWRITE-LEASES.
           IF WS-LS-FILE-STATUS = '00' OR WS-LS-FILE-STATUS = '10'
               OPEN OUTPUT LEASE-OUT
               MOVE 1 TO LS-SUB
               PERFORM 3210-WRITE-ONE-LEASE
                   UNTIL LS-SUB > LEASE-CTR
               CLOSE LEASE-OUT
           END-IF.

       3210-WRITE-ONE-LEASE.
           WRITE LSO-REC FROM TBL-LS-IMAGE(LS-SUB).
           ADD 1 TO C-WRITE-CTR.
           ADD 1 TO LS-SUB.

       END PROGRAM CBLJCB22.
