       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB33.
       AUTHOR. JEFF BIRKNER.

      *    NIGHTLY CROSS-FILE INTEGRITY CHECK OF THE RESERVATION
      *    FILES.  EACH RUN THAT TOUCHES THEM KEEPS ITS OWN FILE
      *    RIGHT, BUT NOTHING PROVES THE FILES STILL AGREE WITH ONE
      *    ANOTHER, AND THE DRIFT HAS BEEN FOUND AT THE GATE.  THIS
      *    RUN READS EVERYTHING AND CHANGES NOTHING.  IT PRINTS EVERY
      *    DISAGREEMENT ON INTEG.PRT, ONE SECTION PER CATEGORY WITH
      *    THE RECORD KEY, FOR THE MORNING CHECKOUT:
      *      1  A STAY WHOSE O-GUEST-NUM IS NOT ON GUESTMST.DAT, OR
      *         IS A NUMBER RETIRED BY A CBLJCB29 MERGE.
      *      2  A STAY ON A SITE NOT ON SITEINV.DAT OR NOT OPEN THERE.
      *      3  A STAY WHOSE SITE LETTER HAS NO SITERATE.DAT RATE IN
      *         FORCE ON THE ARRIVAL DATE (CBLJCB02 FELL BACK TO THE
      *         COMPILED RATE CARD TO PRICE IT).
      *      4  A STAY PAID IN FULL WITH NO CHARGE FOR IT ON EITHER
      *         SETTLE.DAT OR SETTLHST.DAT.
      *      5  A PARTY WITH ONLY ONE MEMBER LEFT ON THE MASTER.
      *      6  A WAITLIST.DAT ENTRY FOR AN ARRIVAL ALREADY PAST.
      *    STAYS FROM BEFORE GUEST NUMBERS OR DEPOSITS WERE KEPT ARE
      *    NOT HELD AGAINST THOSE TESTS.
      *
      *    CAMPRES.DAT IS READ ONCE FOR EACH OF THE FIRST THREE
      *    CATEGORIES SO EACH SECTION PRINTS WHOLE, AND ONCE MORE TO
      *    TABLE THE PAID-IN-FULL STAYS AND THE PARTIES FOR 4 AND 5.
      *    EVERY PASS MUST READ THE SAME NUMBER OF STAYS, OR THE
      *    MASTER CHANGED UNDER THE RUN AND THE BALANCE SAYS SO.
      *
      *    THE EXCEPTION COUNTS GO ON RUNLOG.DAT AS A LINE OF THEIR
      *    OWN, MARKED 'INTCHK' WHERE CBLJCB02'S LINE CARRIES ITS READ
      *    COUNT.  THE DOWNSTREAM RUNS GATE ON THE BALANCE FLAG OF THE
      *    LAST RUN-LOG LINE, WHICH SPEAKS FOR THE OVERNIGHT CBLJCB02
      *    RUN, SO THIS LINE CARRIES THAT FLAG FORWARD UNCHANGED - THE
      *    CHECK REPORTS DRIFT, IT DOES NOT STOP THE MORNING.  THE RUN
      *    DATE CAN BE SET FROM RUNDATE.DAT FOR A RERUN, AS CBLJCB02
      *    DOES.

       ENVIRONMENT DIVISION.
           SELECT CAMPRES-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CAMPRES.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS O-RES-KEY
                   FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT GUEST-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GUESTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS GM-GUEST-NUM
                   FILE STATUS IS WS-GM-FILE-STATUS.

           SELECT SITE-INV-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SITEINV.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SI-FILE-STATUS.

           SELECT SITE-RATE-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SITERATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SR-FILE-STATUS.

           SELECT SETTLE-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SETTLE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SE-FILE-STATUS.

           SELECT SETTLE-HIST-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SETTLHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SHS-FILE-STATUS.

           SELECT WAITLIST-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\WAITLIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WL-FILE-STATUS.

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

           SELECT RUN-LOG-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTEGOUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\INTEG.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
       FD CAMPRES-INPUT
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

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
      *    THE SURVIVING NUMBER ITS HISTORY WAS FOLDED INTO.  'D' IS A
      *    GUEST ON THE DO-NOT-RENT LIST (SEE CBLJCB30).
           05 GM-STATUS           PIC X.
               88 GM-RETIRED          VALUE 'R'.
               88 GM-DO-NOT-RENT      VALUE 'D'.
           05 GM-MERGED-INTO      PIC X(6).
           05 GM-DNR-REASON       PIC XX.
           05 GM-DNR-DATE         PIC X(8).
           05 GM-DNR-BY           PIC X(3).
           05 FILLER              PIC X(6).

      *    SITE INVENTORY MASTER - SEE SI-REC IN CBLJCB02.  ONLY AN
      *    'A' SITE IS OPEN FOR BOOKING.
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

      *    EFFECTIVE-DATED SITE RATE MASTER - SEE SR-REC IN CBLJCB02.
       FD SITE-RATE-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS SR-REC
       RECORD CONTAINS 21 CHARACTERS.

       01 SR-REC.
           05 SR-SITE-LETTER      PIC X.
           05 SR-EFF-DATE         PIC X(8).
           05 SR-OFF-WEEKDAY      PIC 99.
           05 SR-OFF-WEEKEND      PIC 99.
           05 SR-PEAK-WEEKDAY     PIC 99.
           05 SR-PEAK-WEEKEND     PIC 99.
           05 SR-MONTHLY-RATE     PIC 9(4).

      *    THE LIVE SETTLEMENT REGISTER AND THE SETTLED-ITEM HISTORY
      *    CBLJCB10 MOVES FULLY SETTLED ITEMS TO - THE SAME 112-BYTE
      *    LAYOUT.  ONLY A 'C' CHARGE COUNTS AS MONEY TAKEN.
       FD SETTLE-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS SETTLE-REC
       RECORD CONTAINS 112 CHARACTERS.

       01 SETTLE-REC.
           05 SE-TYPE              PIC X.
           05 SE-CCTYPE            PIC X(16).
           05 SE-CCNUM             PIC X(19).
           05 SE-CCEXP             PIC X(8).
           05 SE-AMT               PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 SE-NAME              PIC X(27).
           05 SE-CAMPGROUND        PIC X(11).
           05 SE-SITE              PIC X(3).
           05 SE-DATE              PIC X(8).
           05 SE-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(3).

       FD SETTLE-HIST-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS SET-HIST-REC
       RECORD CONTAINS 112 CHARACTERS.

       01 SET-HIST-REC.
           05 SH-TYPE              PIC X.
           05 SH-CCTYPE            PIC X(16).
           05 SH-CCNUM             PIC X(19).
           05 SH-CCEXP             PIC X(8).
           05 SH-AMT               PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 SH-NAME              PIC X(27).
           05 SH-CAMPGROUND        PIC X(11).
           05 SH-SITE              PIC X(3).
           05 SH-DATE              PIC X(8).
           05 SH-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(3).

       FD WAITLIST-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS WAIT-REC
       RECORD CONTAINS 65 CHARACTERS.

       01 WAIT-REC.
           05 WL-LNAME            PIC X(15).
           05 WL-FNAME            PIC X(10).
           05 WL-CAMPGROUND       PIC X(11).
           05 WL-SITE             PIC X(3).
           05 WL-DATE             PIC X(8).
           05 WL-END-DATE         PIC 9(8).
           05 WL-PHONE            PIC X(10).

       FD RUN-DATE-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS RUN-DATE-CARD-REC
       RECORD CONTAINS 8 CHARACTERS.

       01 RUN-DATE-CARD-REC        PIC X(8).

       FD CKPT-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS CKPT-REC
       RECORD CONTAINS 6 CHARACTERS.

       01 CKPT-REC                 PIC X(6).

      *    ONLY THE BALANCE FLAG AT THE END OF EACH RUN-LOG LINE
      *    MATTERS ON THE WAY IN - SEE RUN-LOG-REC IN CBLJCB02.
       FD RUN-LOG-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS RUN-LOG-REC
       RECORD CONTAINS 45 CHARACTERS.

       01 RUN-LOG-REC.
           05 FILLER               PIC X(44).
           05 RL-BALANCE-FLAG      PIC X.

      *    THIS RUN'S LINE - THE SAME 45 BYTES AS CBLJCB02'S, WITH
      *    'INTCHK' WHERE CBLJCB02 CARRIES ITS READ COUNT AND THE SIX
      *    CATEGORY COUNTS AFTER IT, IN REPORT ORDER.
       FD RUN-LOG-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS IC-LOG-REC
       RECORD CONTAINS 45 CHARACTERS.

       01 IC-LOG-REC.
           05 IL-RUN-DATE          PIC X(8).
           05 IL-RUN-ID            PIC X(6).
           05 IL-GUEST-CTR         PIC 9(5).
           05 IL-SITE-CTR          PIC 9(5).
           05 IL-RATE-CTR          PIC 9(5).
           05 IL-PAID-CTR          PIC 9(5).
           05 IL-PARTY-CTR         PIC 9(5).
           05 IL-WAIT-CTR          PIC 9(5).
           05 IL-BALANCE-FLAG      PIC X.

       FD INTEGOUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS INTEG-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 INTEG-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-RES-RECS        PIC X.
           05 MORE-SI-RECS         PIC X.
           05 MORE-SR-RECS         PIC X.
           05 MORE-SE-RECS         PIC X.
           05 MORE-SHS-RECS        PIC X.
           05 MORE-WL-RECS         PIC X.
           05 GM-OPEN-SW           PIC X.
           05 SR-FOUND-SW          PIC X.
           05 PASS-DIFF-SW         PIC X      VALUE 'N'.

       01 WS-RES-FILE-STATUS       PIC XX.
       01 WS-GM-FILE-STATUS        PIC XX.
       01 WS-SI-FILE-STATUS        PIC XX.
       01 WS-SR-FILE-STATUS        PIC XX.
       01 WS-SE-FILE-STATUS        PIC XX.
       01 WS-SHS-FILE-STATUS       PIC XX.
       01 WS-WL-FILE-STATUS        PIC XX.
       01 WS-RDC-FILE-STATUS       PIC XX.
       01 WS-CKPT-FILE-STATUS      PIC XX.
       01 WS-RL-FILE-STATUS        PIC XX.

      *    UPSTREAM RUN STATE - SEE 1020-CHECK-UPSTREAM-RUN.  THE
      *    LAST BALANCE FLAG IS ALSO WHAT THIS RUN'S LOG LINE CARRIES.
       01 UPSTREAM-OK-SW           PIC X.
       01 MORE-RL-RECS             PIC X.
       01 HOLD-BALANCE-FLAG        PIC X.

       01 STALE-BANNER-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** OVERNIGHT RESERVATION RUN DID NOT EN'.
           05 FILLER               PIC X(39)   VALUE
              'D CLEAN - CAMPRES.DAT MAY BE STALE ***'.

       01 STALE-ACTION-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** EXCEPTIONS BELOW MAY BE A PARTIAL NI'.
           05 FILLER               PIC X(40)   VALUE
              'GHT, NOT DRIFT - RECHECK AFTER THE RERUN'.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
      *    C-CHECK-CAT - THE CATEGORY THE CURRENT CAMPRES PASS IS
      *    CHECKING, 1 TO 3, OR 4 FOR THE PASS THAT LOADS THE TABLES.
           05 C-CHECK-CAT          PIC 9.
           05 C-PASS-READ-CTR      PIC 9(6).
           05 C-CAT-CTR            PIC 9(5).
           05 C-RUN-DATE-NUM       PIC 9(8).
           05 C-SR-SUB             PIC 9(3).
           05 C-SR-BEST            PIC 9(3).
           05 C-SR-BEST-DATE       PIC 9(8).
           05 C-ARRIVE-NUM         PIC 9(8).
           05 C-EDIT-DATE          PIC X(8).
           05 C-PD-SUB             PIC 9(4).
           05 C-PT-SUB             PIC 9(4).

       01 C-DATE-WORK.
           05 C-DW-YYYY            PIC 9(4).
           05 C-DW-MM              PIC 99.
           05 C-DW-DD              PIC 99.
       01 TBL-C-DATE-WORK REDEFINES C-DATE-WORK.
           05 C-DATE-NUM           PIC 9(8).

      *    RUN CONTROL (SEE 3200-RUN-BALANCE).  C-RES-READ-CTR IS THE
      *    FIRST CAMPRES PASS; EVERY LATER PASS MUST MATCH IT.
       01 RUN-CTL-CTRS.
           05 C-RES-READ-CTR       PIC 9(6)   VALUE 0.
           05 C-GUEST-CHK-CTR      PIC 9(6)   VALUE 0.
           05 C-NO-GUEST-CTR       PIC 9(6)   VALUE 0.
           05 C-PAID-CTR           PIC 9(6)   VALUE 0.
           05 C-PAID-OVFL-CTR      PIC 9(6)   VALUE 0.
           05 C-CHG-READ-CTR       PIC 9(6)   VALUE 0.
           05 C-PARTY-OVFL-CTR     PIC 9(6)   VALUE 0.
           05 C-WL-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-SI-OVFL-CTR        PIC 9(6)   VALUE 0.
           05 C-SR-OVFL-CTR        PIC 9(6)   VALUE 0.
           05 C-NOT-CHECKED-CTR    PIC 9      VALUE 0.

      *    THE EXCEPTIONS FOUND IN EACH CATEGORY, IN REPORT ORDER.
       01 EXCEPTION-CTRS.
           05 C-GUEST-EXC-CTR      PIC 9(5)   VALUE 0.
           05 C-SITE-EXC-CTR       PIC 9(5)   VALUE 0.
           05 C-RATE-EXC-CTR       PIC 9(5)   VALUE 0.
           05 C-PAID-EXC-CTR       PIC 9(5)   VALUE 0.
           05 C-PARTY-EXC-CTR      PIC 9(5)   VALUE 0.
           05 C-WAIT-EXC-CTR       PIC 9(5)   VALUE 0.
           05 C-TOT-EXC-CTR        PIC 9(6)   VALUE 0.

      *    SITE INVENTORY, LOADED AT 1060-LOAD-SITE-INV.
       01 SITE-INV-CTR             PIC 9(4) VALUE 0.
       01 SITE-INV-TABLE.
           05 SITE-INV-ENTRY    OCCURS 500 TIMES INDEXED BY SI-INDEX.
               10 TBL-SI-CAMPGROUND    PIC X(11).
               10 TBL-SI-SITE          PIC X(3).
               10 TBL-SI-STATUS        PIC X.
                   88 TBL-SI-ACTIVE      VALUE 'A'.

      *    SITE RATES, LOADED AT 1070-LOAD-SITE-RATES.  AN EFFECTIVE
      *    DATE THAT IS NOT A DATE IS LEFT AS ZERO AND NEVER IN FORCE.
       01 SITE-RATE-CTR            PIC 9(3) VALUE 0.
       01 SITE-RATE-TABLE.
           05 SITE-RATE-ENTRY   OCCURS 200 TIMES.
               10 TBL-SR-LETTER        PIC X.
               10 TBL-SR-EFF-DATE      PIC 9(8).

      *    THE STAYS PAID IN FULL, TABLED ON THE LOAD PASS AND MARKED
      *    OFF AS THEIR CHARGES TURN UP ON THE SETTLEMENT FILES.
       01 PAID-CTR                 PIC 9(4) VALUE 0.
       01 PAID-TABLE.
           05 PAID-ENTRY        OCCURS 3000 TIMES INDEXED BY PD-INDEX.
               10 TBL-PD-KEY.
                   15 TBL-PD-CAMPGROUND  PIC X(11).
                   15 TBL-PD-SITE        PIC X(3).
                   15 TBL-PD-DATE        PIC X(8).
               10 TBL-PD-NAME          PIC X(27).
               10 TBL-PD-GUEST-NUM     PIC X(6).
               10 TBL-PD-CHARGED       PIC X.

      *    EVERY PARTY ON THE MASTER WITH ITS MEMBER COUNT AND THE
      *    FIRST MEMBER READ, WHICH FOR A PARTY OF ONE IS THE SURVIVOR.
       01 PARTY-CTR                PIC 9(4) VALUE 0.
       01 PARTY-TABLE.
           05 PARTY-ENTRY       OCCURS 500 TIMES INDEXED BY PT-INDEX.
               10 TBL-PT-PARTY         PIC X(4).
               10 TBL-PT-MEMBERS       PIC 9(3).
               10 TBL-PT-CAMPGROUND    PIC X(11).
               10 TBL-PT-SITE          PIC X(3).
               10 TBL-PT-DATE          PIC X(8).
               10 TBL-PT-NAME          PIC X(27).
               10 TBL-PT-GUEST-NUM     PIC X(6).

       01 INTEG-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 INTEG-TITLE-DATE.
               10 INTEG-TITLE-MONTH PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 INTEG-TITLE-DAY  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 INTEG-TITLE-YEAR PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 INTEG-TITLE-PAGE     PIC Z9.

       01 INTEG-TITLE-LINE2.
           05 FILLER               PIC X(45)   VALUE SPACES.
           05 FILLER               PIC X(40)   VALUE
              'RESERVATION FILE INTEGRITY CHECK'.

       01 INTEG-COL-HEADING.
           05 FILLER               PIC X(13)   VALUE 'CAMPGROUND'.
           05 FILLER               PIC X(5)    VALUE 'SITE'.
           05 FILLER               PIC X(12)   VALUE 'ARRIVAL'.
           05 FILLER               PIC X(29)   VALUE 'NAME'.
           05 FILLER               PIC X(8)    VALUE 'GUEST'.
           05 FILLER               PIC X(9)    VALUE 'PROBLEM'.

       01 INTEG-CAT-LINE.
           05 FILLER               PIC X(9)    VALUE 'CATEGORY '.
           05 O-IC-CAT             PIC 9.
           05 FILLER               PIC X(3)    VALUE ' - '.
           05 O-IC-CAT-TITLE       PIC X(60).

       01 INTEG-DETAIL-LINE.
           05 O-IC-CAMPGROUND      PIC X(11).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-IC-SITE            PIC X(3).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-IC-DATE.
               10 O-IC-MM          PIC XX.
               10 O-IC-SL1         PIC X.
               10 O-IC-DD          PIC XX.
               10 O-IC-SL2         PIC X.
               10 O-IC-YYYY        PIC X(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-IC-NAME            PIC X(27).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-IC-GUEST-NUM       PIC X(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-IC-PROBLEM         PIC X(45).

      *    THE PROBLEM TEXT FOR A FEW CATEGORIES CARRIES A VALUE FROM
      *    THE RECORD - BUILT HERE AND MOVED TO O-IC-PROBLEM.
       01 PROB-RETIRED.
           05 FILLER               PIC X(32)   VALUE
              'GUEST NUMBER RETIRED - MERGED TO'.
           05 FILLER               PIC X       VALUE SPACE.
           05 PR-MERGED-INTO       PIC X(6).

       01 PROB-SITE-CLOSED.
           05 FILLER               PIC X(30)   VALUE
              'SITE NOT OPEN ON SITEINV.DAT -'.
           05 FILLER               PIC X(8)    VALUE ' STATUS '.
           05 PR-SI-STATUS         PIC X.

       01 PROB-NO-RATE.
           05 FILLER               PIC X(20)   VALUE
              'NO SITERATE.DAT RATE'.
           05 FILLER               PIC X(12)   VALUE
              ' FOR LETTER '.
           05 PR-SITE-LETTER       PIC X.
           05 FILLER               PIC X(11)   VALUE
              ' ON ARRIVAL'.

       01 PROB-PARTY.
           05 FILLER               PIC X(6)    VALUE 'PARTY '.
           05 PR-PARTY             PIC X(4).
           05 FILLER               PIC X(25)   VALUE
              ' HAS ONE MEMBER LEFT'.

       01 INTEG-CAT-TOTAL-LINE.
           05 FILLER               PIC X(22)   VALUE
              'EXCEPTIONS IN CATEGORY'.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-IC-TOT-CAT         PIC 9.
           05 FILLER               PIC X(2)    VALUE ': '.
           05 O-IC-TOT-CTR         PIC ZZ,ZZ9.

       01 INTEG-NOTE-LINE.
           05 O-IC-NOTE            PIC X(60).

       01 BALANCE-TITLE.
           05 FILLER               PIC X(23)   VALUE
              'RUN CONTROL AND BALANCE'.

       01 BALANCE-DETAIL-LINE.
           05 O-BAL-LABEL          PIC X(32).
           05 O-BAL-CTR            PIC ZZZ,ZZ9.

       01 BALANCE-FLAG-LINE.
           05 O-BAL-FLAG-MSG       PIC X(45).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           MOVE 1 TO C-CHECK-CAT.
           PERFORM 2000-CHECK-CATEGORY
               UNTIL C-CHECK-CAT > 4.
           PERFORM 2500-MATCH-SETTLEMENTS.
           PERFORM 2600-PRINT-UNCHARGED.
           PERFORM 2700-PRINT-PARTIES.
           PERFORM 2800-CHECK-WAITLIST.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT INTEGOUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           PERFORM 1040-READ-RUN-DATE.
           MOVE CURRENT-MONTH                 TO INTEG-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO INTEG-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO INTEG-TITLE-YEAR.
           MOVE CURRENT-DATE                  TO C-RUN-DATE-NUM.
           PERFORM 1100-INIT-HEADING.
           PERFORM 1020-CHECK-UPSTREAM-RUN.
           IF UPSTREAM-OK-SW = 'N'
               WRITE INTEG-LINE FROM STALE-BANNER-LINE
                   AFTER ADVANCING 2 LINES
               WRITE INTEG-LINE FROM STALE-ACTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 1060-LOAD-SITE-INV.
           PERFORM 1070-LOAD-SITE-RATES.
           MOVE 'Y' TO GM-OPEN-SW.
           OPEN INPUT GUEST-MASTER.
           IF WS-GM-FILE-STATUS NOT = '00'
               MOVE 'N' TO GM-OPEN-SW
           END-IF.

      *    THE SAME UPSTREAM TEST THE MORNING RUNS MAKE.  A NONZERO
      *    CKPT.DAT MEANS THE OVERNIGHT CBLJCB02 RUN DIED MID-FILE; AN
      *    'N' BALANCE FLAG ON THE LAST RUNLOG.DAT LINE MEANS IT ENDED
      *    OUT OF BALANCE.  THIS RUN STILL CHECKS - IT CHANGES NOTHING
      *    - BUT WARNS THAT WHAT IT FINDS MAY BE THE BROKEN NIGHT.
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

      *    A RUNDATE.DAT CARD OVERRIDES TODAY'S DATE, SO A RERUN FOR
      *    AN EARLIER DAY JUDGES THE WAITLIST AS IT STOOD THAT DAY.
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

       1060-LOAD-SITE-INV.
           MOVE 'Y' TO MORE-SI-RECS.
           OPEN INPUT SITE-INV-FILE.
           IF WS-SI-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SI-RECS
           ELSE
               PERFORM 9060-READ-SITE-INV
           END-IF.
           PERFORM 1065-BUILD-SITE-INV-TABLE
               UNTIL MORE-SI-RECS = 'N'.
           IF WS-SI-FILE-STATUS = '00' OR WS-SI-FILE-STATUS = '10'
               CLOSE SITE-INV-FILE
           END-IF.

       1065-BUILD-SITE-INV-TABLE.
           IF SITE-INV-CTR < 500
               ADD 1 TO SITE-INV-CTR
               MOVE SI-CAMPGROUND TO TBL-SI-CAMPGROUND(SITE-INV-CTR)
               MOVE SI-SITE       TO TBL-SI-SITE(SITE-INV-CTR)
               MOVE SI-STATUS     TO TBL-SI-STATUS(SITE-INV-CTR)
           ELSE
               ADD 1 TO C-SI-OVFL-CTR
           END-IF.
           PERFORM 9060-READ-SITE-INV.

       1070-LOAD-SITE-RATES.
           MOVE 'Y' TO MORE-SR-RECS.
           OPEN INPUT SITE-RATE-FILE.
           IF WS-SR-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SR-RECS
           ELSE
               PERFORM 9070-READ-SITE-RATE
           END-IF.
           PERFORM 1075-BUILD-SITE-RATE-TABLE
               UNTIL MORE-SR-RECS = 'N'.
           IF WS-SR-FILE-STATUS = '00' OR WS-SR-FILE-STATUS = '10'
               CLOSE SITE-RATE-FILE
           END-IF.

       1075-BUILD-SITE-RATE-TABLE.
           IF SITE-RATE-CTR < 200
               ADD 1 TO SITE-RATE-CTR
               MOVE SR-SITE-LETTER TO TBL-SR-LETTER(SITE-RATE-CTR)
               IF SR-EFF-DATE NUMERIC
                   MOVE SR-EFF-DATE TO TBL-SR-EFF-DATE(SITE-RATE-CTR)
               ELSE
                   MOVE 0 TO TBL-SR-EFF-DATE(SITE-RATE-CTR)
               END-IF
           ELSE
               ADD 1 TO C-SR-OVFL-CTR
           END-IF.
           PERFORM 9070-READ-SITE-RATE.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO INTEG-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE INTEG-LINE FROM INTEG-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE INTEG-LINE FROM INTEG-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE INTEG-LINE FROM INTEG-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE INTEG-LINE FROM INTEG-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *    ONE PASS OF CAMPRES.DAT FOR THE CATEGORY IN C-CHECK-CAT.
      *    A CATEGORY WHOSE REFERENCE FILE COULD NOT BE READ IS NOT
      *    CHECKED AT ALL - AN EMPTY TABLE WOULD OTHERWISE FLAG EVERY
      *    STAY ON THE MASTER - AND THE SECTION SAYS SO.
       2000-CHECK-CATEGORY.
           MOVE 0 TO C-CAT-CTR.
           IF C-CHECK-CAT < 4
               PERFORM 2050-PRINT-CAT-TITLE
           END-IF.
           IF C-CHECK-CAT = 1 AND GM-OPEN-SW = 'N'
               MOVE '*** GUESTMST.DAT NOT AVAILABLE - NOT CHECKED'
                   TO O-IC-NOTE
               PERFORM 2060-PRINT-NOTE
               ADD 1 TO C-NOT-CHECKED-CTR
           ELSE
           IF C-CHECK-CAT = 2 AND SITE-INV-CTR = 0
               MOVE '*** SITEINV.DAT NOT AVAILABLE - NOT CHECKED'
                   TO O-IC-NOTE
               PERFORM 2060-PRINT-NOTE
               ADD 1 TO C-NOT-CHECKED-CTR
           ELSE
           IF C-CHECK-CAT = 3 AND SITE-RATE-CTR = 0
               MOVE '*** SITERATE.DAT NOT AVAILABLE - NOT CHECKED'
                   TO O-IC-NOTE
               PERFORM 2060-PRINT-NOTE
               ADD 1 TO C-NOT-CHECKED-CTR
           ELSE
               PERFORM 2010-PASS-CAMPRES
           END-IF
           END-IF
           END-IF.
           IF C-CHECK-CAT < 4
               PERFORM 2070-PRINT-CAT-TOTAL
           END-IF.
           ADD 1 TO C-CHECK-CAT.

       2010-PASS-CAMPRES.
           MOVE 0 TO C-PASS-READ-CTR.
           MOVE 'Y' TO MORE-RES-RECS.
           OPEN INPUT CAMPRES-INPUT.
           IF WS-RES-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-RES-RECS
           ELSE
               PERFORM 9000-READ-CAMPRES
           END-IF.
           PERFORM 2020-CHECK-ONE-STAY
               UNTIL MORE-RES-RECS = 'N'.
           IF WS-RES-FILE-STATUS = '00' OR WS-RES-FILE-STATUS = '10'
               CLOSE CAMPRES-INPUT
           END-IF.
           IF C-RES-READ-CTR = 0
               MOVE C-PASS-READ-CTR TO C-RES-READ-CTR
           ELSE
               IF C-PASS-READ-CTR NOT = C-RES-READ-CTR
                   MOVE 'Y' TO PASS-DIFF-SW
               END-IF
           END-IF.

       2020-CHECK-ONE-STAY.
           ADD 1 TO C-PASS-READ-CTR.
           IF C-CHECK-CAT = 1
               PERFORM 2100-CHECK-GUEST
           ELSE
           IF C-CHECK-CAT = 2
               PERFORM 2200-CHECK-SITE
           ELSE
           IF C-CHECK-CAT = 3
               PERFORM 2300-CHECK-RATE
           ELSE
               PERFORM 2400-LOAD-TABLES
           END-IF
           END-IF
           END-IF.
           PERFORM 9000-READ-CAMPRES.

       2050-PRINT-CAT-TITLE.
           MOVE C-CHECK-CAT TO O-IC-CAT.
           IF C-CHECK-CAT = 1
               MOVE 'GUEST NUMBER NOT ON THE GUEST MASTER OR RETIRED'
                   TO O-IC-CAT-TITLE
           ELSE
           IF C-CHECK-CAT = 2
               MOVE 'STAY ON A SITE MISSING OR CLOSED IN SITEINV.DAT'
                   TO O-IC-CAT-TITLE
           ELSE
           IF C-CHECK-CAT = 3
               MOVE 'STAY WITH NO SITERATE.DAT RATE IN FORCE'
                   TO O-IC-CAT-TITLE
           ELSE
           IF C-CHECK-CAT = 4
               MOVE 'PAID IN FULL WITH NO CHARGE ON SETTLE/SETTLHST'
                   TO O-IC-CAT-TITLE
           ELSE
           IF C-CHECK-CAT = 5
               MOVE 'PARTY WITH A SINGLE SURVIVING MEMBER'
                   TO O-IC-CAT-TITLE
           ELSE
               MOVE 'WAITLIST ENTRY FOR A DATE ALREADY PAST'
                   TO O-IC-CAT-TITLE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           WRITE INTEG-LINE FROM INTEG-CAT-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.

       2060-PRINT-NOTE.
           WRITE INTEG-LINE FROM INTEG-NOTE-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.

       2070-PRINT-CAT-TOTAL.
           MOVE C-CHECK-CAT TO O-IC-TOT-CAT.
           MOVE C-CAT-CTR   TO O-IC-TOT-CTR.
           WRITE INTEG-LINE FROM INTEG-CAT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.

      *    ONE EXCEPTION LINE FOR THE STAY IN VAL-REC - THE CALLER
      *    HAS MOVED THE PROBLEM TEXT TO O-IC-PROBLEM.
       2080-PRINT-STAY-EXCEPTION.
           MOVE O-CAMPGROUND TO O-IC-CAMPGROUND.
           MOVE O-SITE       TO O-IC-SITE.
           MOVE O-DATE       TO C-EDIT-DATE.
           PERFORM 2090-EDIT-DATE.
           MOVE O-NAME       TO O-IC-NAME.
           MOVE O-GUEST-NUM  TO O-IC-GUEST-NUM.
           PERFORM 2085-WRITE-EXCEPTION.

       2085-WRITE-EXCEPTION.
           WRITE INTEG-LINE FROM INTEG-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           ADD 1 TO C-CAT-CTR.

      *    CCYYMMDD IN C-EDIT-DATE TO MM/DD/CCYY ON THE DETAIL LINE -
      *    A DATE THAT IS NOT A DATE PRINTS AS IT STANDS.
       2090-EDIT-DATE.
           IF C-EDIT-DATE NUMERIC
               MOVE C-EDIT-DATE  TO C-DATE-NUM
               MOVE C-DW-MM      TO O-IC-MM
               MOVE '/'          TO O-IC-SL1
               MOVE C-DW-DD      TO O-IC-DD
               MOVE '/'          TO O-IC-SL2
               MOVE C-DW-YYYY    TO O-IC-YYYY
           ELSE
               MOVE C-EDIT-DATE  TO O-IC-DATE
           END-IF.

      *    1 - THE STAY'S GUEST NUMBER MUST BE ON THE GUEST MASTER AND
      *    STILL IN USE.  A STAY FROM BEFORE GUEST NUMBERS CARRIES
      *    NONE AND IS ONLY COUNTED.
       2100-CHECK-GUEST.
           IF O-GUEST-NUM NOT NUMERIC
               ADD 1 TO C-NO-GUEST-CTR
           ELSE
               ADD 1 TO C-GUEST-CHK-CTR
               MOVE O-GUEST-NUM TO GM-GUEST-NUM
               READ GUEST-MASTER
                   INVALID KEY
                       MOVE 'GUEST NUMBER NOT ON GUESTMST.DAT'
                           TO O-IC-PROBLEM
                       PERFORM 2080-PRINT-STAY-EXCEPTION
                       ADD 1 TO C-GUEST-EXC-CTR
                   NOT INVALID KEY
                       IF GM-RETIRED
                           MOVE GM-MERGED-INTO TO PR-MERGED-INTO
                           MOVE PROB-RETIRED   TO O-IC-PROBLEM
                           PERFORM 2080-PRINT-STAY-EXCEPTION
                           ADD 1 TO C-GUEST-EXC-CTR
                       END-IF
               END-READ
           END-IF.

      *    2 - THE SITE MUST BE ON THE SITE INVENTORY AND OPEN.
       2200-CHECK-SITE.
           SET SI-INDEX TO 1.
           SEARCH SITE-INV-ENTRY
               AT END
                   MOVE 'SITE NOT ON SITEINV.DAT' TO O-IC-PROBLEM
                   PERFORM 2080-PRINT-STAY-EXCEPTION
                   ADD 1 TO C-SITE-EXC-CTR
               WHEN SI-INDEX > SITE-INV-CTR
                   MOVE 'SITE NOT ON SITEINV.DAT' TO O-IC-PROBLEM
                   PERFORM 2080-PRINT-STAY-EXCEPTION
                   ADD 1 TO C-SITE-EXC-CTR
               WHEN TBL-SI-CAMPGROUND(SI-INDEX) = O-CAMPGROUND
                AND TBL-SI-SITE(SI-INDEX) = O-SITE
                   IF NOT TBL-SI-ACTIVE(SI-INDEX)
                       MOVE TBL-SI-STATUS(SI-INDEX) TO PR-SI-STATUS
                       MOVE PROB-SITE-CLOSED TO O-IC-PROBLEM
                       PERFORM 2080-PRINT-STAY-EXCEPTION
                       ADD 1 TO C-SITE-EXC-CTR
                   END-IF
           END-SEARCH.

      *    3 - THE SITE LETTER MUST HAVE A RATE ON SITERATE.DAT WITH
      *    AN EFFECTIVE DATE ON OR BEFORE THE ARRIVAL, THE SAME TEST
      *    CBLJCB02'S 2150-FIND-EFFECTIVE-RATE MAKES.  AN ARRIVAL THAT
      *    IS NOT A DATE CANNOT BE PRICED AT ALL AND IS LISTED TOO.
       2300-CHECK-RATE.
           MOVE 'N' TO SR-FOUND-SW.
           IF O-DATE NUMERIC
               MOVE O-DATE TO C-ARRIVE-NUM
               MOVE 0 TO C-SR-BEST
               MOVE 0 TO C-SR-BEST-DATE
               MOVE 1 TO C-SR-SUB
               PERFORM 2310-CHECK-ONE-RATE
                   UNTIL C-SR-SUB > SITE-RATE-CTR
               IF C-SR-BEST > 0
                   MOVE 'Y' TO SR-FOUND-SW
               END-IF
           END-IF.
           IF SR-FOUND-SW = 'N'
               MOVE O-SITE(1:1) TO PR-SITE-LETTER
               MOVE PROB-NO-RATE TO O-IC-PROBLEM
               PERFORM 2080-PRINT-STAY-EXCEPTION
               ADD 1 TO C-RATE-EXC-CTR
           END-IF.

       2310-CHECK-ONE-RATE.
           IF TBL-SR-LETTER(C-SR-SUB) = O-SITE(1:1)
            AND TBL-SR-EFF-DATE(C-SR-SUB) > 0
            AND TBL-SR-EFF-DATE(C-SR-SUB) <= C-ARRIVE-NUM
            AND TBL-SR-EFF-DATE(C-SR-SUB) >= C-SR-BEST-DATE
               MOVE TBL-SR-EFF-DATE(C-SR-SUB) TO C-SR-BEST-DATE
               MOVE C-SR-SUB TO C-SR-BEST
           END-IF.
           ADD 1 TO C-SR-SUB.

      *    THE LOAD PASS.  A STAY IS PAID IN FULL WHEN IT CARRIES A
      *    TOTAL AND WHAT HAS BEEN CHARGED HAS REACHED IT - A STAY
      *    FROM BEFORE DEPOSITS WERE KEPT CARRIES NEITHER AND IS LEFT
      *    OUT.  EVERY STAY BOOKED AS PART OF A PARTY IS COUNTED
      *    AGAINST ITS PARTY.
       2400-LOAD-TABLES.
           IF O-TOT-AMT NUMERIC AND O-PAID-AMT NUMERIC
               IF O-TOT-AMT > 0 AND O-PAID-AMT >= O-TOT-AMT
                   PERFORM 2410-TABLE-PAID-STAY
               END-IF
           END-IF.
           IF O-PARTY NOT = SPACES
               PERFORM 2420-COUNT-PARTY-MEMBER
           END-IF.

       2410-TABLE-PAID-STAY.
           ADD 1 TO C-PAID-CTR.
           IF PAID-CTR < 3000
               ADD 1 TO PAID-CTR
               MOVE O-CAMPGROUND TO TBL-PD-CAMPGROUND(PAID-CTR)
               MOVE O-SITE       TO TBL-PD-SITE(PAID-CTR)
               MOVE O-DATE       TO TBL-PD-DATE(PAID-CTR)
               MOVE O-NAME       TO TBL-PD-NAME(PAID-CTR)
               MOVE O-GUEST-NUM  TO TBL-PD-GUEST-NUM(PAID-CTR)
               MOVE 'N'          TO TBL-PD-CHARGED(PAID-CTR)
           ELSE
               ADD 1 TO C-PAID-OVFL-CTR
           END-IF.

       2420-COUNT-PARTY-MEMBER.
           SET PT-INDEX TO 1.
           SEARCH PARTY-ENTRY
               AT END
                   PERFORM 2430-ADD-PARTY
               WHEN PT-INDEX > PARTY-CTR
                   PERFORM 2430-ADD-PARTY
               WHEN TBL-PT-PARTY(PT-INDEX) = O-PARTY
                   ADD 1 TO TBL-PT-MEMBERS(PT-INDEX)
           END-SEARCH.

       2430-ADD-PARTY.
           IF PARTY-CTR < 500
               ADD 1 TO PARTY-CTR
               MOVE O-PARTY      TO TBL-PT-PARTY(PARTY-CTR)
               MOVE 1            TO TBL-PT-MEMBERS(PARTY-CTR)
               MOVE O-CAMPGROUND TO TBL-PT-CAMPGROUND(PARTY-CTR)
               MOVE O-SITE       TO TBL-PT-SITE(PARTY-CTR)
               MOVE O-DATE       TO TBL-PT-DATE(PARTY-CTR)
               MOVE O-NAME       TO TBL-PT-NAME(PARTY-CTR)
               MOVE O-GUEST-NUM  TO TBL-PT-GUEST-NUM(PARTY-CTR)
           ELSE
               ADD 1 TO C-PARTY-OVFL-CTR
           END-IF.

      *    MARK OFF EVERY TABLED STAY THAT HAS A CHARGE ON THE LIVE
      *    REGISTER OR THE SETTLED HISTORY, BY CAMPGROUND, SITE AND
      *    ARRIVAL - THE KEY EVERY SETTLEMENT RECORD CARRIES.
       2500-MATCH-SETTLEMENTS.
           MOVE 'Y' TO MORE-SE-RECS.
           OPEN INPUT SETTLE-INPUT.
           IF WS-SE-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SE-RECS
           ELSE
               PERFORM 9080-READ-SETTLE
           END-IF.
           PERFORM 2510-MATCH-ONE-SETTLE
               UNTIL MORE-SE-RECS = 'N'.
           IF WS-SE-FILE-STATUS = '00' OR WS-SE-FILE-STATUS = '10'
               CLOSE SETTLE-INPUT
           END-IF.
           MOVE 'Y' TO MORE-SHS-RECS.
           OPEN INPUT SETTLE-HIST-INPUT.
           IF WS-SHS-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SHS-RECS
           ELSE
               PERFORM 9090-READ-SETTLE-HIST
           END-IF.
           PERFORM 2520-MATCH-ONE-SETTLE-HIST
               UNTIL MORE-SHS-RECS = 'N'.
           IF WS-SHS-FILE-STATUS = '00' OR WS-SHS-FILE-STATUS = '10'
               CLOSE SETTLE-HIST-INPUT
           END-IF.

       2510-MATCH-ONE-SETTLE.
           IF SE-TYPE = 'C'
               ADD 1 TO C-CHG-READ-CTR
               SET PD-INDEX TO 1
               SEARCH PAID-ENTRY
                   AT END
                       CONTINUE
                   WHEN PD-INDEX > PAID-CTR
                       CONTINUE
                   WHEN TBL-PD-CAMPGROUND(PD-INDEX) = SE-CAMPGROUND
                    AND TBL-PD-SITE(PD-INDEX) = SE-SITE
                    AND TBL-PD-DATE(PD-INDEX) = SE-DATE
                       MOVE 'Y' TO TBL-PD-CHARGED(PD-INDEX)
               END-SEARCH
           END-IF.
           PERFORM 9080-READ-SETTLE.

       2520-MATCH-ONE-SETTLE-HIST.
           IF SH-TYPE = 'C'
               ADD 1 TO C-CHG-READ-CTR
               SET PD-INDEX TO 1
               SEARCH PAID-ENTRY
                   AT END
                       CONTINUE
                   WHEN PD-INDEX > PAID-CTR
                       CONTINUE
                   WHEN TBL-PD-CAMPGROUND(PD-INDEX) = SH-CAMPGROUND
                    AND TBL-PD-SITE(PD-INDEX) = SH-SITE
                    AND TBL-PD-DATE(PD-INDEX) = SH-DATE
                       MOVE 'Y' TO TBL-PD-CHARGED(PD-INDEX)
               END-SEARCH
           END-IF.
           PERFORM 9090-READ-SETTLE-HIST.

      *    4 - EVERY PAID-IN-FULL STAY NO CHARGE WAS FOUND FOR.
       2600-PRINT-UNCHARGED.
           MOVE 4 TO C-CHECK-CAT.
           MOVE 0 TO C-CAT-CTR.
           PERFORM 2050-PRINT-CAT-TITLE.
           MOVE 1 TO C-PD-SUB.
           PERFORM 2610-PRINT-ONE-UNCHARGED
               UNTIL C-PD-SUB > PAID-CTR.
           IF C-PAID-OVFL-CTR > 0
               MOVE '*** PAID STAYS PAST THE TABLE WERE NOT CHECKED'
                   TO O-IC-NOTE
               PERFORM 2060-PRINT-NOTE
           END-IF.
           PERFORM 2070-PRINT-CAT-TOTAL.
           MOVE C-CAT-CTR TO C-PAID-EXC-CTR.

       2610-PRINT-ONE-UNCHARGED.
           IF TBL-PD-CHARGED(C-PD-SUB) = 'N'
               MOVE TBL-PD-CAMPGROUND(C-PD-SUB) TO O-IC-CAMPGROUND
               MOVE TBL-PD-SITE(C-PD-SUB)       TO O-IC-SITE
               MOVE TBL-PD-DATE(C-PD-SUB)       TO C-EDIT-DATE
               PERFORM 2090-EDIT-DATE
               MOVE TBL-PD-NAME(C-PD-SUB)       TO O-IC-NAME
               MOVE TBL-PD-GUEST-NUM(C-PD-SUB)  TO O-IC-GUEST-NUM
               MOVE 'PAID IN FULL - NO CHARGE ON FILE'
                   TO O-IC-PROBLEM
               PERFORM 2085-WRITE-EXCEPTION
           END-IF.
           ADD 1 TO C-PD-SUB.

      *    5 - EVERY PARTY DOWN TO ONE MEMBER.  THE LINE SHOWS THE
      *    SURVIVING STAY.
       2700-PRINT-PARTIES.
           MOVE 5 TO C-CHECK-CAT.
           MOVE 0 TO C-CAT-CTR.
           PERFORM 2050-PRINT-CAT-TITLE.
           MOVE 1 TO C-PT-SUB.
           PERFORM 2710-PRINT-ONE-PARTY
               UNTIL C-PT-SUB > PARTY-CTR.
           IF C-PARTY-OVFL-CTR > 0
               MOVE '*** PARTIES PAST THE TABLE WERE NOT CHECKED'
                   TO O-IC-NOTE
               PERFORM 2060-PRINT-NOTE
           END-IF.
           PERFORM 2070-PRINT-CAT-TOTAL.
           MOVE C-CAT-CTR TO C-PARTY-EXC-CTR.

       2710-PRINT-ONE-PARTY.
           IF TBL-PT-MEMBERS(C-PT-SUB) = 1
               MOVE TBL-PT-CAMPGROUND(C-PT-SUB) TO O-IC-CAMPGROUND
               MOVE TBL-PT-SITE(C-PT-SUB)       TO O-IC-SITE
               MOVE TBL-PT-DATE(C-PT-SUB)       TO C-EDIT-DATE
               PERFORM 2090-EDIT-DATE
               MOVE TBL-PT-NAME(C-PT-SUB)       TO O-IC-NAME
               MOVE TBL-PT-GUEST-NUM(C-PT-SUB)  TO O-IC-GUEST-NUM
               MOVE TBL-PT-PARTY(C-PT-SUB)      TO PR-PARTY
               MOVE PROB-PARTY                  TO O-IC-PROBLEM
               PERFORM 2085-WRITE-EXCEPTION
           END-IF.
           ADD 1 TO C-PT-SUB.

      *    6 - A WAITLIST ENTRY WHOSE ARRIVAL IS BEFORE THE RUN DATE
      *    CAN NEVER BE OFFERED AND SHOULD HAVE COME OFF THE LIST.
       2800-CHECK-WAITLIST.
           MOVE 6 TO C-CHECK-CAT.
           MOVE 0 TO C-CAT-CTR.
           PERFORM 2050-PRINT-CAT-TITLE.
           MOVE 'Y' TO MORE-WL-RECS.
           OPEN INPUT WAITLIST-INPUT.
           IF WS-WL-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-WL-RECS
           ELSE
               PERFORM 9100-READ-WAITLIST
           END-IF.
           PERFORM 2810-CHECK-ONE-WAIT
               UNTIL MORE-WL-RECS = 'N'.
           IF WS-WL-FILE-STATUS = '00' OR WS-WL-FILE-STATUS = '10'
               CLOSE WAITLIST-INPUT
           END-IF.
           PERFORM 2070-PRINT-CAT-TOTAL.
           MOVE C-CAT-CTR TO C-WAIT-EXC-CTR.

       2810-CHECK-ONE-WAIT.
           ADD 1 TO C-WL-READ-CTR.
           IF WL-DATE NOT NUMERIC
            OR WL-DATE < C-RUN-DATE-NUM
               MOVE WL-CAMPGROUND TO O-IC-CAMPGROUND
               MOVE WL-SITE       TO O-IC-SITE
               MOVE WL-DATE       TO C-EDIT-DATE
               PERFORM 2090-EDIT-DATE
               MOVE SPACES        TO O-IC-NAME
               STRING WL-LNAME DELIMITED BY '  '
                      ', '     DELIMITED BY SIZE
                      WL-FNAME DELIMITED BY '  '
                   INTO O-IC-NAME
               END-STRING
               MOVE SPACES        TO O-IC-GUEST-NUM
               MOVE 'WAITLIST ARRIVAL ALREADY PAST' TO O-IC-PROBLEM
               PERFORM 2085-WRITE-EXCEPTION
           END-IF.
           PERFORM 9100-READ-WAITLIST.

       9000-READ-CAMPRES.
           READ CAMPRES-INPUT
               AT END MOVE 'N' TO MORE-RES-RECS
           END-READ.

       9060-READ-SITE-INV.
           READ SITE-INV-FILE
               AT END MOVE 'N' TO MORE-SI-RECS
           END-READ.

       9070-READ-SITE-RATE.
           READ SITE-RATE-FILE
               AT END MOVE 'N' TO MORE-SR-RECS
           END-READ.

       9080-READ-SETTLE.
           READ SETTLE-INPUT
               AT END MOVE 'N' TO MORE-SE-RECS
           END-READ.

       9090-READ-SETTLE-HIST.
           READ SETTLE-HIST-INPUT
               AT END MOVE 'N' TO MORE-SHS-RECS
           END-READ.

       9100-READ-WAITLIST.
           READ WAITLIST-INPUT
               AT END MOVE 'N' TO MORE-WL-RECS
           END-READ.

       3000-CLOSING.
           COMPUTE C-TOT-EXC-CTR = C-GUEST-EXC-CTR + C-SITE-EXC-CTR
               + C-RATE-EXC-CTR + C-PAID-EXC-CTR + C-PARTY-EXC-CTR
               + C-WAIT-EXC-CTR.
           PERFORM 3200-RUN-BALANCE.
           PERFORM 3300-WRITE-RUN-LOG.
           IF GM-OPEN-SW = 'Y'
               CLOSE GUEST-MASTER
           END-IF.
           CLOSE INTEGOUT.

      *    PROVE THE RUN: EVERY CAMPRES PASS READ THE SAME STAYS,
      *    EVERY STAY WAS CHECKED AGAINST THE GUEST MASTER OR CARRIED
      *    NO GUEST NUMBER, EVERY REFERENCE FILE WAS THERE, AND NO
      *    TABLE RAN OUT OF ROOM.
       3200-RUN-BALANCE.
           WRITE INTEG-LINE FROM BALANCE-TITLE
               AFTER ADVANCING PAGE.
           MOVE 'STAYS READ PER CAMPRES PASS     ' TO O-BAL-LABEL.
           MOVE C-RES-READ-CTR                     TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'GUEST NUMBERS CHECKED           ' TO O-BAL-LABEL.
           MOVE C-GUEST-CHK-CTR                    TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STAYS WITH NO GUEST NUMBER      ' TO O-BAL-LABEL.
           MOVE C-NO-GUEST-CTR                     TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STAYS PAID IN FULL              ' TO O-BAL-LABEL.
           MOVE C-PAID-CTR                         TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SETTLEMENT CHARGES READ         ' TO O-BAL-LABEL.
           MOVE C-CHG-READ-CTR                     TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PARTIES ON THE MASTER           ' TO O-BAL-LABEL.
           MOVE PARTY-CTR                          TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'WAITLIST ENTRIES READ           ' TO O-BAL-LABEL.
           MOVE C-WL-READ-CTR                      TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT TABLED - SITEINV.DAT        ' TO O-BAL-LABEL.
           MOVE C-SI-OVFL-CTR                      TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NOT TABLED - SITERATE.DAT       ' TO O-BAL-LABEL.
           MOVE C-SR-OVFL-CTR                      TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT TABLED - PAID STAYS         ' TO O-BAL-LABEL.
           MOVE C-PAID-OVFL-CTR                    TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT TABLED - PARTY MEMBERS      ' TO O-BAL-LABEL.
           MOVE C-PARTY-OVFL-CTR                   TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CATEGORIES NOT CHECKED          ' TO O-BAL-LABEL.
           MOVE C-NOT-CHECKED-CTR                  TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL EXCEPTIONS                ' TO O-BAL-LABEL.
           MOVE C-TOT-EXC-CTR                      TO O-BAL-CTR.
           WRITE INTEG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-RES-FILE-STATUS NOT = '00'
            AND WS-RES-FILE-STATUS NOT = '10'
               MOVE '*** CAMPRES.DAT NOT AVAILABLE - NOTHING CHECKED'
                   TO O-BAL-FLAG-MSG
           ELSE
           IF PASS-DIFF-SW = 'N'
            AND C-GUEST-CHK-CTR + C-NO-GUEST-CTR = C-RES-READ-CTR
            AND C-NOT-CHECKED-CTR = 0
            AND C-SI-OVFL-CTR = 0 AND C-SR-OVFL-CTR = 0
            AND C-PAID-OVFL-CTR = 0 AND C-PARTY-OVFL-CTR = 0
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - THE CHECK IS'
                   TO O-BAL-FLAG-MSG
               WRITE INTEG-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** INCOMPLETE OR CAMPRES.DAT CHANGED'
                   TO O-BAL-FLAG-MSG
           END-IF
           END-IF.
           WRITE INTEG-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.

      *    THE COUNTS GO ON RUNLOG.DAT UNDER THE RUN DATE, CARRYING
      *    FORWARD THE BALANCE FLAG OF THE LINE BEFORE IT SO THE
      *    MORNING RUNS' UPSTREAM GATE SEES THE SAME ANSWER IT WOULD
      *    HAVE WITHOUT THIS RUN.
       3300-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-OUT.
           MOVE CURRENT-DATE      TO IL-RUN-DATE.
           MOVE 'INTCHK'          TO IL-RUN-ID.
           MOVE C-GUEST-EXC-CTR   TO IL-GUEST-CTR.
           MOVE C-SITE-EXC-CTR    TO IL-SITE-CTR.
           MOVE C-RATE-EXC-CTR    TO IL-RATE-CTR.
           MOVE C-PAID-EXC-CTR    TO IL-PAID-CTR.
           MOVE C-PARTY-EXC-CTR   TO IL-PARTY-CTR.
           MOVE C-WAIT-EXC-CTR    TO IL-WAIT-CTR.
           MOVE HOLD-BALANCE-FLAG TO IL-BALANCE-FLAG.
           WRITE IC-LOG-REC.
           CLOSE RUN-LOG-OUT.

       END PROGRAM CBLJCB33.
