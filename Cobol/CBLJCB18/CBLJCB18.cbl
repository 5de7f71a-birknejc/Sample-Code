       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB18.
       AUTHOR. JEFF BIRKNER.

      *    CARD DISPUTE AND CHARGEBACK INTAKE.  CBLJCB10 PROVES WHAT
      *    THE PROCESSOR SETTLED, BUT WHEN A GUEST DISPUTES A CHARGE
      *    WEEKS LATER THE NOTICE CAME IN ON PAPER AND NOTHING TIED
      *    IT BACK TO THE STAY.  THIS RUN READS THE PROCESSOR'S
      *    CHARGEBACK/RETRIEVAL FILE, MATCHES EACH ITEM TO THE
      *    ORIGINAL CHARGE ON SETTLHST.DAT (CARD, AMOUNT, ARRIVAL
      *    DATE, CAMPGROUND AND SITE), PULLS THE STAY OFF THE LIVE
      *    MASTER OR THE STAY-HISTORY ARCHIVE AND THE GATE RETURN
      *    OFF GATEHST.DAT, AND PRINTS A DISPUTE WORKLIST WITH
      *    EVERYTHING THE OFFICE NEEDS TO CONTEST IT.  EACH NEW CASE
      *    IS COUNTED ONCE AGAINST THE GUEST ON GUESTMST.DAT.  A
      *    CASE WE LOSE IS REVERSED ONTO SETTLHST.DAT AS A 'B'
      *    RECORD, WHICH CBLJCB16 TAKES OFF ITS FIGURES AND
      *    JOURNALS, AND POSTED TO THE PAYMENT LEDGER AS 'CBK'.
      *
      *    DISPHST.DAT CARRIES EVERY CASE EVER SEEN WITH ITS LATEST
      *    STAGE, SO A CASE THE PROCESSOR SENDS AGAIN AT EACH STAGE
      *    IS NEVER COUNTED OR REVERSED TWICE.  IT IS REWRITTEN IN
      *    FULL AT CLOSING, THE SAME WAY CBLJCB10 REWRITES
      *    SETTLE.DAT.
      *
      *    THE SETTLED-ITEM HISTORY CARRIES CARD TOKENS, WHILE THE
      *    PROCESSOR NAMES THE CARD IT CHARGED - EACH HISTORY TOKEN
      *    IS RESOLVED THROUGH THE CARD VAULT JUST TO MATCH, AND THE
      *    REVERSAL GOES BACK ON THE HISTORY UNDER THE TOKEN.  CARDS
      *    PRINT ON THE WORKLIST MASKED TO THEIR LAST FOUR.
      *
      *    CHGBACK.DAT LAYOUT (FROM THE PROCESSOR):
      *      CB-CASE-NUM     THE PROCESSOR'S CASE NUMBER
      *      CB-STAGE        'R' RETRIEVAL REQUEST, 'C' CHARGEBACK,
      *                      'L' DECIDED AGAINST US, 'W' DECIDED
      *                      FOR US
      *      CB-REASON       THE CARD NETWORK'S REASON CODE
      *      CB-CCNUM        CARD NUMBER AS SUBMITTED
      *      CB-AMT          AMOUNT DISPUTED
      *      CB-DATE         ARRIVAL DATE THE CHARGE CARRIED
      *      CB-CAMPGROUND/CB-SITE   FROM THE CHARGE DESCRIPTOR
      *      CB-NOTICE-DATE  DATE THE PROCESSOR RAISED THE ITEM

       ENVIRONMENT DIVISION.
           SELECT CHGBACK-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CHGBACK.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CB-FILE-STATUS.

           SELECT SETTLE-HIST-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SETTLHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SHS-FILE-STATUS.

           SELECT SETTLE-HIST-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SETTLHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAMPRES-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CAMPRES.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS O-RES-KEY
                   FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT STAY-HIST-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\STAYHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT GATE-HIST-INPUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GATEHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GH-FILE-STATUS.

           SELECT GUEST-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GUESTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS GM-GUEST-NUM
                   FILE STATUS IS WS-GM-FILE-STATUS.

           SELECT DISP-HIST-CHECK
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DISPHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DH-FILE-STATUS.

           SELECT DISP-HIST-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DISPHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEDGER.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CKPT-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CKPT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT CARD-VAULT
               ASSIGN TO 'C:\COBOLFA23\CARDVLT\CARDVLT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS CV-TOKEN
                   FILE STATUS IS WS-CV-FILE-STATUS.

           SELECT DISPUTE-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DISPUTE.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
       FD CHGBACK-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS CB-REC
       RECORD CONTAINS 80 CHARACTERS.

       01 CB-REC.
           05 CB-CASE-NUM          PIC X(10).
           05 CB-STAGE             PIC X.
           05 CB-REASON            PIC X(4).
           05 CB-CCNUM             PIC X(19).
           05 CB-AMT               PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 CB-DATE              PIC X(8).
           05 CB-CAMPGROUND        PIC X(11).
           05 CB-SITE              PIC X(3).
           05 CB-NOTICE-DATE       PIC X(8).
           05 FILLER               PIC X(8).

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

      *    A LOST CASE GOES BACK ONTO THE SETTLED-ITEM HISTORY AS A
      *    'B' - THE MONEY THE PROCESSOR TOOK BACK - DATED THE DAY
      *    IT WAS POSTED.  A LOSS LATER OVERTURNED IS BACKED OUT
      *    WITH A NEGATIVE 'B'.
       FD SETTLE-HIST-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS SET-REV-REC
       RECORD CONTAINS 112 CHARACTERS.

       01 SET-REV-REC.
           05 SR-TYPE              PIC X.
           05 SR-CCTYPE            PIC X(16).
           05 SR-CCNUM             PIC X(19).
           05 SR-CCEXP             PIC X(8).
           05 SR-AMT               PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 SR-NAME              PIC X(27).
           05 SR-CAMPGROUND        PIC X(11).
           05 SR-SITE              PIC X(3).
           05 SR-DATE              PIC X(8).
           05 SR-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(3).

       FD CAMPRES-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

       FD STAY-HIST-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS STAY-HIST-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 STAY-HIST-REC            PIC X(200).

      *    GATE RETURN HISTORY - LAYOUT AS IN CBLJCB13.
       FD GATE-HIST-INPUT
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

      *    DISPUTE CASE HISTORY - ONE RECORD PER CASE EVER SEEN.
      *    DH-COUNTED SAYS THE CASE IS ALREADY ON THE GUEST'S
      *    GM-DISPUTES; DH-POSTED SAYS A LOSS IS CURRENTLY REVERSED
      *    ONTO SETTLHST.DAT AND THE LEDGER.
       FD DISP-HIST-CHECK
       LABEL RECORD IS OMITTED
       DATA RECORD IS DH-CHK-REC
       RECORD CONTAINS 40 CHARACTERS.

       01 DH-CHK-REC.
           05 DH-CHK-CASE-NUM      PIC X(10).
           05 DH-CHK-STAGE         PIC X.
           05 DH-CHK-FIRST-DATE    PIC X(8).
           05 DH-CHK-LAST-DATE     PIC X(8).
           05 DH-CHK-COUNTED       PIC X.
           05 DH-CHK-POSTED        PIC X.
           05 DH-CHK-GUEST-NUM     PIC X(6).
           05 FILLER               PIC X(5).

       FD DISP-HIST-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS DH-OUT-REC
       RECORD CONTAINS 40 CHARACTERS.

       01 DH-OUT-REC.
           05 DH-OUT-CASE-NUM      PIC X(10).
           05 DH-OUT-STAGE         PIC X.
           05 DH-OUT-FIRST-DATE    PIC X(8).
           05 DH-OUT-LAST-DATE     PIC X(8).
           05 DH-OUT-COUNTED       PIC X.
           05 DH-OUT-POSTED        PIC X.
           05 DH-OUT-GUEST-NUM     PIC X(6).
           05 FILLER               PIC X(5).

      *    PAYMENT LEDGER - A LOSS POSTS AS 'CBK' AGAINST THE STAY
      *    (LAYOUT AS IN CBLJCB02).
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

      *    CARD VAULT - READ ONLY, TO MATCH HISTORY TOKENS TO THE
      *    PROCESSOR'S CARD NUMBERS (LAYOUT AS IN CBLJCB02).
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

       FD DISPUTE-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS DISPUTE-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 DISPUTE-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-CB-RECS         PIC X.
           05 MORE-SHS-RECS        PIC X.
           05 MORE-SH-RECS         PIC X.
           05 MORE-GH-RECS         PIC X.
           05 MORE-DH-RECS         PIC X.
           05 MASTER-OPEN-SW       PIC X.
           05 GM-OPEN-SW           PIC X.
           05 CV-OPEN-SW           PIC X.
           05 CASE-FOUND-SW        PIC X.
           05 GM-UPDATE-ERR-SW     PIC X.
      *    MORE CHARGEBACK ITEMS THAN THE TABLE HOLDS - THE ITEMS
      *    LOADED ARE WORKED AND THE RUN FLAGS ITSELF OUT OF BALANCE.
           05 CB-OVERFLOW-SW       PIC X    VALUE 'N'.
      *    THE CASE HISTORY IS REWRITTEN IN FULL AT CLOSING - IF IT
      *    COULD NOT BE LOADED WHOLE, WITH ROOM FOR TONIGHT'S NEW
      *    CASES, NOTHING IS COUNTED, POSTED OR REWRITTEN, SINCE A
      *    CASE ALREADY WORKED WOULD LOOK NEW (SEE 1060-CHECK-ROOM).
           05 DH-OVERFLOW-SW       PIC X    VALUE 'N'.

       01 WS-CB-FILE-STATUS        PIC XX.
       01 WS-SHS-FILE-STATUS       PIC XX.
       01 WS-RES-FILE-STATUS       PIC XX.
       01 WS-SH-FILE-STATUS        PIC XX.
       01 WS-GH-FILE-STATUS        PIC XX.
       01 WS-GM-FILE-STATUS        PIC XX.
       01 WS-DH-FILE-STATUS        PIC XX.
       01 WS-CKPT-FILE-STATUS      PIC XX.
       01 WS-RL-FILE-STATUS        PIC XX.
       01 WS-CV-FILE-STATUS        PIC XX.

      *    CARD TOKEN AS CBLJCB02 ISSUES IT - 'TK', THE VAULT
      *    SERIAL, AND THE CARD'S LAST FOUR DIGITS.  C-SH-CARD IS
      *    THE HISTORY ITEM'S CARD AS THE PROCESSOR KNOWS IT.
       01 CARD-TOKEN.
           05 TK-PREFIX            PIC XX.
               88 TK-IS-TOKEN        VALUE 'TK'.
           05 TK-SERIAL            PIC 9(9).
           05 TK-MASK              PIC X(4).
           05 TK-LAST4             PIC X(4).
       01 C-SH-CARD                PIC X(19).
       01 CARD-MASK                PIC X(15)
                                   VALUE '****-****-****-'.

      *    UPSTREAM RUN GATE - SEE 1020-CHECK-UPSTREAM-RUN.  ONLY
      *    THE STAY DETAILS ON THE WORKLIST COME FROM CAMPRES.DAT,
      *    SO A BAD NIGHT IS BANNERED AND THE WORK STILL GOES ON -
      *    DISPUTE DEADLINES DON'T WAIT FOR A RERUN.
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
              '*** CHECK STAY DETAILS BELOW AGAINST THE'.
           05 FILLER               PIC X(17)   VALUE
              ' MASTER ***'.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 C-LG-TYPE            PIC X(3).
           05 C-LG-AMT             PIC S9(5)V99.
           05 C-REV-AMT            PIC S9(5)V99.
           05 C-GM-DISPUTES        PIC 9(3).
           05 C-NOTE               PIC X(60).

      *    RUN CONTROL - EVERY CHARGEBACK ITEM READ WAS LOADED OR
      *    LOST TO OVERFLOW, AND EVERY ITEM LOADED WAS MATCHED TO
      *    ITS CHARGE OR LISTED AS UNMATCHED.  THE MATCHED ITEMS
      *    SPLIT BY STAGE (SEE 3200-RUN-BALANCE).
       01 RUN-CTL-CTRS.
           05 C-CB-READ-CTR        PIC 9(5)   VALUE 0.
           05 C-CB-SKIP-CTR        PIC 9(5)   VALUE 0.
           05 C-MATCH-CTR          PIC 9(5)   VALUE 0.
           05 C-NOMATCH-CTR        PIC 9(5)   VALUE 0.
           05 C-RETR-CTR           PIC 9(5)   VALUE 0.
           05 C-OPEN-CTR           PIC 9(5)   VALUE 0.
           05 C-LOST-CTR           PIC 9(5)   VALUE 0.
           05 C-WON-CTR            PIC 9(5)   VALUE 0.
           05 C-BAD-STAGE-CTR      PIC 9(5)   VALUE 0.
           05 C-NEW-CASE-CTR       PIC 9(5)   VALUE 0.
           05 C-GM-COUNT-CTR       PIC 9(5)   VALUE 0.
           05 C-GM-ERR-CTR         PIC 9(5)   VALUE 0.
           05 C-REV-CTR            PIC 9(5)   VALUE 0.
           05 C-REV-TOTAL          PIC S9(7)V99 VALUE 0.
           05 C-BACKOUT-CTR        PIC 9(5)   VALUE 0.
           05 C-BACKOUT-TOTAL      PIC S9(7)V99 VALUE 0.
           05 C-SHS-READ-CTR       PIC 9(6)   VALUE 0.
           05 C-DH-READ-CTR        PIC 9(5)   VALUE 0.
           05 C-DH-WRITE-CTR       PIC 9(5)   VALUE 0.

       01 CB-SUB                   PIC 9(4).
       01 DH-SUB                   PIC 9(4).

      *    TONIGHT'S CHARGEBACK ITEMS, WITH WHAT EACH PASS OVER THE
      *    HISTORY FILES FINDS ABOUT THE CHARGE, THE STAY AND THE
      *    GATE FILLED IN ALONGSIDE.
       01 CB-CTR                   PIC 9(4)   VALUE 0.
       01 CB-TABLE.
           05 CB-ENTRY         OCCURS 500 TIMES.
               10 TBL-CB-CASE-NUM      PIC X(10).
               10 TBL-CB-STAGE         PIC X.
                   88 CB-RETRIEVAL       VALUE 'R'.
                   88 CB-CHARGEBACK      VALUE 'C'.
                   88 CB-LOST            VALUE 'L'.
                   88 CB-WON             VALUE 'W'.
               10 TBL-CB-REASON        PIC X(4).
               10 TBL-CB-CCNUM         PIC X(19).
               10 TBL-CB-AMT           PIC S9(5)V99.
               10 TBL-CB-DATE          PIC X(8).
               10 TBL-CB-CAMPGROUND    PIC X(11).
               10 TBL-CB-SITE          PIC X(3).
               10 TBL-CB-NOTICE-DATE   PIC X(8).
               10 TBL-CB-MATCH         PIC X.
               10 TBL-CB-CCTYPE        PIC X(16).
               10 TBL-CB-TOKEN         PIC X(19).
               10 TBL-CB-CCEXP         PIC X(8).
               10 TBL-CB-NAME          PIC X(27).
               10 TBL-CB-CHG-DATE      PIC X(8).
               10 TBL-CB-STAY          PIC X.
                   88 CB-STAY-LIVE       VALUE 'L'.
                   88 CB-STAY-ARCHIVED   VALUE 'A'.
                   88 CB-STAY-NOT-FOUND  VALUE ' '.
               10 TBL-CB-END-DATE      PIC X(8).
               10 TBL-CB-NIGHTS        PIC X(2).
               10 TBL-CB-TOT-AMT       PIC S9(5)V99.
               10 TBL-CB-TAX-AMT       PIC S9(5)V99.
               10 TBL-CB-FEE-AMT       PIC S9(5)V99.
               10 TBL-CB-PAID-AMT      PIC S9(5)V99.
               10 TBL-CB-GUEST-NUM     PIC X(6).
               10 TBL-CB-GATE          PIC X.

       01 DH-CTR                   PIC 9(4)   VALUE 0.
       01 DH-TABLE.
           05 DH-ENTRY         OCCURS 2000 TIMES.
               10 TBL-DH-CASE-NUM      PIC X(10).
               10 TBL-DH-STAGE         PIC X.
               10 TBL-DH-FIRST-DATE    PIC X(8).
               10 TBL-DH-LAST-DATE     PIC X(8).
               10 TBL-DH-COUNTED       PIC X.
               10 TBL-DH-POSTED        PIC X.
               10 TBL-DH-GUEST-NUM     PIC X(6).

       01 DISP-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 DISP-TITLE-DATE.
               10 DISP-TITLE-MONTH PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 DISP-TITLE-DAY   PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 DISP-TITLE-YEAR  PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 DISP-TITLE-PAGE      PIC Z9.

       01 DISP-TITLE-LINE2.
           05 FILLER               PIC X(53)   VALUE SPACES.
           05 FILLER               PIC X(25)   VALUE
              'CARD DISPUTE WORKLIST'.

       01 DISP-COL-HEADING.
           05 FILLER               PIC X(12)   VALUE 'CASE'.
           05 FILLER               PIC X(24)   VALUE 'STAGE'.
           05 FILLER               PIC X(6)    VALUE 'RSN'.
           05 FILLER               PIC X(10)   VALUE 'NOTICE'.
           05 FILLER               PIC X(21)   VALUE 'CARD'.
           05 FILLER               PIC X(12)   VALUE 'AMOUNT'.
           05 FILLER               PIC X(10)   VALUE 'GUEST NAME'.

       01 DISP-ITEM-LINE.
           05 O-DS-CASE-NUM        PIC X(10).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DS-STAGE           PIC X(22).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DS-REASON          PIC X(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DS-NOTICE-DATE     PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DS-CCNUM           PIC X(19).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DS-AMT             PIC $$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DS-NAME            PIC X(27).

       01 DISP-STAY-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-DS-CAMPGROUND      PIC X(11).
           05 FILLER               PIC X(6)    VALUE ' SITE '.
           05 O-DS-SITE            PIC X(3).
           05 FILLER               PIC X(9)    VALUE '  ARRIVE '.
           05 O-DS-DATE            PIC X(8).
           05 FILLER               PIC X(9)    VALUE '  DEPART '.
           05 O-DS-END-DATE        PIC X(8).
           05 FILLER               PIC X(9)    VALUE '  NIGHTS '.
           05 O-DS-NIGHTS          PIC X(2).
           05 FILLER               PIC X(8)    VALUE '  GATE: '.
           05 O-DS-GATE            PIC X(12).
           05 FILLER               PIC X(10)   VALUE '  CHARGED '.
           05 O-DS-CHG-DATE        PIC X(8).

       01 DISP-CONF-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(16)   VALUE
              'CONFIRMED TOTAL '.
           05 O-DS-TOT-AMT         PIC $$$,$$9.99.
           05 FILLER               PIC X(6)    VALUE '  TAX '.
           05 O-DS-TAX-AMT         PIC $$$,$$9.99.
           05 FILLER               PIC X(6)    VALUE '  FEE '.
           05 O-DS-FEE-AMT         PIC $$$,$$9.99.
           05 FILLER               PIC X(7)    VALUE '  PAID '.
           05 O-DS-PAID-AMT        PIC $$$,$$9.99.
           05 FILLER               PIC X(8)    VALUE '  GUEST '.
           05 O-DS-GUEST-NUM       PIC X(6).
           05 FILLER               PIC X(12)   VALUE '  DISPUTES '.
           05 O-DS-DISPUTES        PIC ZZ9.

       01 DISP-NOTE-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-DS-NOTE            PIC X(60).

       01 DISP-NONE-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE '(NONE)'.

       01 DISP-TOTAL-LINE.
           05 O-DS-TOT-LABEL       PIC X(30).
           05 O-DS-TOT-CTR         PIC ZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DS-TOT-AMT-E       PIC $$,$$$,$$9.99-.

       01 BALANCE-TITLE.
           05 FILLER               PIC X(23)   VALUE
              'RUN CONTROL AND BALANCE'.

       01 BALANCE-DETAIL-LINE.
           05 O-BAL-LABEL          PIC X(30).
           05 O-BAL-CTR            PIC ZZ,ZZ9.

       01 BALANCE-FLAG-LINE.
           05 O-BAL-FLAG-MSG       PIC X(50).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MATCH-SETTLE-HIST
               UNTIL MORE-SHS-RECS = 'N'.
           MOVE 1 TO CB-SUB.
           PERFORM 2100-FIND-LIVE-STAY
               UNTIL CB-SUB > CB-CTR.
           PERFORM 2200-SCAN-STAY-HIST
               UNTIL MORE-SH-RECS = 'N'.
           PERFORM 2300-SCAN-GATE-HIST
               UNTIL MORE-GH-RECS = 'N'.
           PERFORM 2350-OPEN-FOR-UPDATE.
           MOVE 1 TO CB-SUB.
           PERFORM 2400-WORK-ONE-ITEM
               UNTIL CB-SUB > CB-CTR.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT DISPUTE-OUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO DISP-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO DISP-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO DISP-TITLE-YEAR.
           PERFORM 1100-INIT-HEADING.
           PERFORM 1020-CHECK-UPSTREAM-RUN.
           IF UPSTREAM-OK-SW = 'N'
               WRITE DISPUTE-LINE FROM STALE-BANNER-LINE
                   AFTER ADVANCING 2 LINES
               WRITE DISPUTE-LINE FROM STALE-ACTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 1030-LOAD-DISP-HIST.
           PERFORM 1050-LOAD-CHARGEBACKS.
           PERFORM 1060-CHECK-ROOM.
           MOVE 'Y' TO MASTER-OPEN-SW.
           OPEN INPUT CAMPRES-MASTER.
           IF WS-RES-FILE-STATUS NOT = '00'
               MOVE 'N' TO MASTER-OPEN-SW
           END-IF.
           MOVE 'Y' TO CV-OPEN-SW.
           OPEN INPUT CARD-VAULT.
           IF WS-CV-FILE-STATUS NOT = '00'
               MOVE 'N' TO CV-OPEN-SW
           END-IF.
           MOVE 'Y' TO MORE-SHS-RECS.
           OPEN INPUT SETTLE-HIST-INPUT.
           IF WS-SHS-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SHS-RECS
           ELSE
               PERFORM 9010-READ-SETTLE-HIST
           END-IF.
           MOVE 'Y' TO MORE-SH-RECS.
           OPEN INPUT STAY-HIST-INPUT.
           IF WS-SH-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SH-RECS
           ELSE
               PERFORM 9020-READ-STAY-HIST
           END-IF.
           MOVE 'Y' TO MORE-GH-RECS.
           OPEN INPUT GATE-HIST-INPUT.
           IF WS-GH-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-GH-RECS
           ELSE
               PERFORM 9030-READ-GATE-HIST
           END-IF.

      *    GATE THIS JOB ON A CLEAN OVERNIGHT CBLJCB02 RUN.  A
      *    NONZERO CKPT.DAT MEANS THE RUN DIED MID-FILE AND THE
      *    MASTER HOLDS A PARTIAL NIGHT; AN 'N' BALANCE FLAG ON THE
      *    LAST RUNLOG.DAT LINE MEANS IT ENDED OUT OF BALANCE.
      *    EITHER WAY NOTHING DOWNSTREAM SHOULD TRUST CAMPRES.DAT.
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

      *    LOAD THE CASE HISTORY.  A MISSING DISPHST.DAT IS THE
      *    FIRST RUN - EVERY CASE IS NEW.
       1030-LOAD-DISP-HIST.
           MOVE 'Y' TO MORE-DH-RECS.
           OPEN INPUT DISP-HIST-CHECK.
           IF WS-DH-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-DH-RECS
           ELSE
               PERFORM 9040-READ-DISP-HIST
           END-IF.
           PERFORM 1035-BUILD-DH-TABLE
               UNTIL MORE-DH-RECS = 'N'.
           IF WS-DH-FILE-STATUS = '00' OR WS-DH-FILE-STATUS = '10'
               CLOSE DISP-HIST-CHECK
           END-IF.

       1035-BUILD-DH-TABLE.
           ADD 1 TO C-DH-READ-CTR.
           IF DH-CTR < 2000
               ADD 1 TO DH-CTR
               MOVE DH-CHK-CASE-NUM   TO TBL-DH-CASE-NUM(DH-CTR)
               MOVE DH-CHK-STAGE      TO TBL-DH-STAGE(DH-CTR)
               MOVE DH-CHK-FIRST-DATE TO TBL-DH-FIRST-DATE(DH-CTR)
               MOVE DH-CHK-LAST-DATE  TO TBL-DH-LAST-DATE(DH-CTR)
               MOVE DH-CHK-COUNTED    TO TBL-DH-COUNTED(DH-CTR)
               MOVE DH-CHK-POSTED     TO TBL-DH-POSTED(DH-CTR)
               MOVE DH-CHK-GUEST-NUM  TO TBL-DH-GUEST-NUM(DH-CTR)
           ELSE
               MOVE 'Y' TO DH-OVERFLOW-SW
           END-IF.
           PERFORM 9040-READ-DISP-HIST.

       1050-LOAD-CHARGEBACKS.
           MOVE 'Y' TO MORE-CB-RECS.
           OPEN INPUT CHGBACK-INPUT.
           IF WS-CB-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-CB-RECS
           ELSE
               PERFORM 9000-READ-CHGBACK
           END-IF.
           PERFORM 1055-BUILD-CB-TABLE
               UNTIL MORE-CB-RECS = 'N'.
           IF WS-CB-FILE-STATUS = '00' OR WS-CB-FILE-STATUS = '10'
               CLOSE CHGBACK-INPUT
           END-IF.

       1055-BUILD-CB-TABLE.
           ADD 1 TO C-CB-READ-CTR.
           IF CB-CTR < 500
               ADD 1 TO CB-CTR
               INITIALIZE CB-ENTRY(CB-CTR)
               MOVE CB-CASE-NUM    TO TBL-CB-CASE-NUM(CB-CTR)
               MOVE CB-STAGE       TO TBL-CB-STAGE(CB-CTR)
               MOVE CB-REASON      TO TBL-CB-REASON(CB-CTR)
               MOVE CB-CCNUM       TO TBL-CB-CCNUM(CB-CTR)
               IF CB-AMT NUMERIC
                   MOVE CB-AMT     TO TBL-CB-AMT(CB-CTR)
               END-IF
               MOVE CB-DATE        TO TBL-CB-DATE(CB-CTR)
               MOVE CB-CAMPGROUND  TO TBL-CB-CAMPGROUND(CB-CTR)
               MOVE CB-SITE        TO TBL-CB-SITE(CB-CTR)
               MOVE CB-NOTICE-DATE TO TBL-CB-NOTICE-DATE(CB-CTR)
               MOVE 'N'            TO TBL-CB-MATCH(CB-CTR)
               MOVE SPACE          TO TBL-CB-STAY(CB-CTR)
               MOVE SPACE          TO TBL-CB-GATE(CB-CTR)
           ELSE
               MOVE 'Y' TO CB-OVERFLOW-SW
               ADD 1 TO C-CB-SKIP-CTR
           END-IF.
           PERFORM 9000-READ-CHGBACK.

      *    EVERY ITEM TONIGHT MAY BE A NEW CASE, SO THE HISTORY
      *    TABLE NEEDS ROOM FOR ALL OF THEM BEFORE ANY IS WORKED.
       1060-CHECK-ROOM.
           IF DH-CTR + CB-CTR > 2000
               MOVE 'Y' TO DH-OVERFLOW-SW
           END-IF.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO DISP-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE DISPUTE-LINE FROM DISP-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE DISPUTE-LINE FROM DISP-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE DISPUTE-LINE FROM DISP-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE DISPUTE-LINE FROM DISP-COL-HEADING
               AFTER ADVANCING 2 LINES.

      *    ONE PASS OVER THE SETTLED-ITEM HISTORY.  ONLY CHARGES
      *    CAN BE DISPUTED; EACH ONE IS TRIED AGAINST EVERY ITEM
      *    STILL UNMATCHED ON CARD, AMOUNT, ARRIVAL DATE,
      *    CAMPGROUND AND SITE.
       2000-MATCH-SETTLE-HIST.
           ADD 1 TO C-SHS-READ-CTR.
           IF SH-TYPE = 'C'
               PERFORM 2005-RESOLVE-SH-CARD
               MOVE 1 TO CB-SUB
               PERFORM 2010-CHECK-ONE-ITEM
                   UNTIL CB-SUB > CB-CTR
           END-IF.
           PERFORM 9010-READ-SETTLE-HIST.

      *    A TOKEN THE VAULT CAN'T RESOLVE STAYS AS IT IS AND
      *    SIMPLY NEVER MATCHES; A CARD FROM BEFORE THE VAULT IS
      *    ALREADY THE NUMBER THE PROCESSOR USES.
       2005-RESOLVE-SH-CARD.
           MOVE SH-CCNUM TO C-SH-CARD.
           MOVE SH-CCNUM TO CARD-TOKEN.
           IF TK-IS-TOKEN AND CV-OPEN-SW = 'Y'
               MOVE SH-CCNUM TO CV-TOKEN
               READ CARD-VAULT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CV-CCNUM TO C-SH-CARD
               END-READ
           END-IF.

       2010-CHECK-ONE-ITEM.
           IF TBL-CB-MATCH(CB-SUB) = 'N'
            AND TBL-CB-CCNUM(CB-SUB)      = C-SH-CARD
            AND TBL-CB-AMT(CB-SUB)        = SH-AMT
            AND TBL-CB-DATE(CB-SUB)       = SH-DATE
            AND TBL-CB-CAMPGROUND(CB-SUB) = SH-CAMPGROUND
            AND TBL-CB-SITE(CB-SUB)       = SH-SITE
               MOVE 'Y'         TO TBL-CB-MATCH(CB-SUB)
               MOVE SH-CCTYPE   TO TBL-CB-CCTYPE(CB-SUB)
               MOVE SH-CCNUM    TO TBL-CB-TOKEN(CB-SUB)
               MOVE SH-CCEXP    TO TBL-CB-CCEXP(CB-SUB)
               MOVE SH-NAME     TO TBL-CB-NAME(CB-SUB)
               MOVE SH-RUN-DATE TO TBL-CB-CHG-DATE(CB-SUB)
           END-IF.
           ADD 1 TO CB-SUB.

      *    THE STAY IS MOST LIKELY STILL ON THE LIVE MASTER - TRY
      *    THE KEY THERE FIRST.
       2100-FIND-LIVE-STAY.
           IF MASTER-OPEN-SW = 'Y' AND TBL-CB-MATCH(CB-SUB) = 'Y'
               MOVE TBL-CB-CAMPGROUND(CB-SUB) TO O-CAMPGROUND
               MOVE TBL-CB-SITE(CB-SUB)       TO O-SITE
               MOVE TBL-CB-DATE(CB-SUB)       TO O-DATE
               READ CAMPRES-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'L' TO TBL-CB-STAY(CB-SUB)
                       PERFORM 2150-SAVE-STAY-DETAILS
               END-READ
           END-IF.
           ADD 1 TO CB-SUB.

      *    COPY THE STAY IN VAL-REC INTO THE ITEM.  AMOUNTS FROM
      *    BEFORE THE ITEMIZED BREAKDOWN ARE BLANK AND SHOW AS ZERO.
       2150-SAVE-STAY-DETAILS.
           MOVE O-END-DATE  TO TBL-CB-END-DATE(CB-SUB).
           MOVE O-LEN-STAY  TO TBL-CB-NIGHTS(CB-SUB).
           MOVE O-GUEST-NUM TO TBL-CB-GUEST-NUM(CB-SUB).
           IF O-TOT-AMT NUMERIC
               MOVE O-TOT-AMT  TO TBL-CB-TOT-AMT(CB-SUB)
           END-IF.
           IF O-TAX-AMT NUMERIC
               MOVE O-TAX-AMT  TO TBL-CB-TAX-AMT(CB-SUB)
           END-IF.
           IF O-FEE-AMT NUMERIC
               MOVE O-FEE-AMT  TO TBL-CB-FEE-AMT(CB-SUB)
           END-IF.
           IF O-PAID-AMT NUMERIC
               MOVE O-PAID-AMT TO TBL-CB-PAID-AMT(CB-SUB)
           END-IF.

      *    AN ITEM WHOSE STAY HAS LEFT THE MASTER IS LOOKED FOR ON
      *    THE ARCHIVE - THE SAME RECORD IMAGE, SO IT DROPS INTO
      *    VAL-REC AND IS SAVED EXACTLY THE SAME WAY.
       2200-SCAN-STAY-HIST.
           MOVE STAY-HIST-REC TO VAL-REC.
           MOVE 1 TO CB-SUB.
           PERFORM 2210-CHECK-ONE-ARCHIVED
               UNTIL CB-SUB > CB-CTR.
           PERFORM 9020-READ-STAY-HIST.

       2210-CHECK-ONE-ARCHIVED.
           IF TBL-CB-MATCH(CB-SUB) = 'Y'
            AND CB-STAY-NOT-FOUND(CB-SUB)
            AND TBL-CB-CAMPGROUND(CB-SUB) = O-CAMPGROUND
            AND TBL-CB-SITE(CB-SUB)       = O-SITE
            AND TBL-CB-DATE(CB-SUB)       = O-DATE
               MOVE 'A' TO TBL-CB-STAY(CB-SUB)
               PERFORM 2150-SAVE-STAY-DETAILS
           END-IF.
           ADD 1 TO CB-SUB.

      *    THE LAST GATE RETURN FOR THE KEY WINS - A GATE HOUSE
      *    THAT RE-MARKS AN ARRIVAL SENDS IT AGAIN.
       2300-SCAN-GATE-HIST.
           MOVE 1 TO CB-SUB.
           PERFORM 2310-CHECK-ONE-GATE
               UNTIL CB-SUB > CB-CTR.
           PERFORM 9030-READ-GATE-HIST.

       2310-CHECK-ONE-GATE.
           IF TBL-CB-CAMPGROUND(CB-SUB) = GH-CAMPGROUND
            AND TBL-CB-SITE(CB-SUB)     = GH-SITE
            AND TBL-CB-DATE(CB-SUB)     = GH-DATE
               MOVE GH-STATUS TO TBL-CB-GATE(CB-SUB)
               IF TBL-CB-GATE(CB-SUB) = SPACE
                   MOVE '?' TO TBL-CB-GATE(CB-SUB)
               END-IF
           END-IF.
           ADD 1 TO CB-SUB.

      *    THE HISTORY PASS IS DONE - SETTLHST.DAT CAN NOW TAKE THE
      *    REVERSALS.  NOTHING IS OPENED FOR UPDATE WHEN THE CASE
      *    HISTORY COULD NOT BE HELD WHOLE.
       2350-OPEN-FOR-UPDATE.
           IF WS-SHS-FILE-STATUS = '00' OR WS-SHS-FILE-STATUS = '10'
               CLOSE SETTLE-HIST-INPUT
           END-IF.
           MOVE 'N' TO GM-OPEN-SW.
           IF DH-OVERFLOW-SW = 'N'
               OPEN EXTEND SETTLE-HIST-OUT
               OPEN EXTEND LEDGER-OUT
               MOVE 'Y' TO GM-OPEN-SW
               OPEN I-O GUEST-MASTER
               IF WS-GM-FILE-STATUS NOT = '00'
                   MOVE 'N' TO GM-OPEN-SW
               END-IF
           END-IF.

      *    WORK ONE ITEM: TALLY IT, FIND OR START ITS CASE, COUNT A
      *    NEW CASE AGAINST THE GUEST, POST OR BACK OUT A REVERSAL
      *    WHEN THE DECISION CALLS FOR IT, AND PRINT IT.
       2400-WORK-ONE-ITEM.
           MOVE 0 TO C-GM-DISPUTES.
           MOVE 'N' TO GM-UPDATE-ERR-SW.
           IF TBL-CB-MATCH(CB-SUB) = 'Y'
               ADD 1 TO C-MATCH-CTR
               EVALUATE TRUE
                   WHEN CB-RETRIEVAL(CB-SUB)
                       ADD 1 TO C-RETR-CTR
                   WHEN CB-CHARGEBACK(CB-SUB)
                       ADD 1 TO C-OPEN-CTR
                   WHEN CB-LOST(CB-SUB)
                       ADD 1 TO C-LOST-CTR
                   WHEN CB-WON(CB-SUB)
                       ADD 1 TO C-WON-CTR
                   WHEN OTHER
                       ADD 1 TO C-BAD-STAGE-CTR
               END-EVALUATE
           ELSE
               ADD 1 TO C-NOMATCH-CTR
           END-IF.
           IF DH-OVERFLOW-SW = 'N'
               PERFORM 2410-FIND-CASE
               IF TBL-CB-MATCH(CB-SUB) = 'Y'
                   PERFORM 2420-COUNT-AGAINST-GUEST
                   IF CB-LOST(CB-SUB)
                    AND TBL-DH-POSTED(DH-SUB) NOT = 'Y'
                       PERFORM 2430-POST-REVERSAL
                   END-IF
                   IF CB-WON(CB-SUB) AND TBL-DH-POSTED(DH-SUB) = 'Y'
                       PERFORM 2440-BACK-OUT-REVERSAL
                   END-IF
               END-IF
           END-IF.
           PERFORM 2460-PRINT-ITEM.
           ADD 1 TO CB-SUB.

      *    FIND THE CASE ON THE HISTORY, OR START IT.  THE STAGE AND
      *    LAST-SEEN DATE ALWAYS FOLLOW THE LATEST NOTICE.
       2410-FIND-CASE.
           MOVE 'N' TO CASE-FOUND-SW.
           MOVE 1 TO DH-SUB.
           PERFORM 2415-CHECK-ONE-CASE
               UNTIL CASE-FOUND-SW = 'Y' OR DH-SUB > DH-CTR.
           IF CASE-FOUND-SW = 'N'
               ADD 1 TO DH-CTR
               MOVE DH-CTR TO DH-SUB
               ADD 1 TO C-NEW-CASE-CTR
               MOVE TBL-CB-CASE-NUM(CB-SUB) TO TBL-DH-CASE-NUM(DH-SUB)
               MOVE CURRENT-DATE            TO TBL-DH-FIRST-DATE(DH-SUB)
               MOVE 'N'                     TO TBL-DH-COUNTED(DH-SUB)
               MOVE 'N'                     TO TBL-DH-POSTED(DH-SUB)
               MOVE SPACES                  TO TBL-DH-GUEST-NUM(DH-SUB)
           END-IF.
           MOVE TBL-CB-STAGE(CB-SUB) TO TBL-DH-STAGE(DH-SUB).
           MOVE CURRENT-DATE         TO TBL-DH-LAST-DATE(DH-SUB).

       2415-CHECK-ONE-CASE.
           IF TBL-DH-CASE-NUM(DH-SUB) = TBL-CB-CASE-NUM(CB-SUB)
               MOVE 'Y' TO CASE-FOUND-SW
           ELSE
               ADD 1 TO DH-SUB
           END-IF.

      *    A CASE COUNTS AGAINST THE GUEST ONCE, THE FIRST TIME IT
      *    IS SEEN WITH A STAY THAT CARRIES A GUEST NUMBER - AT
      *    WHATEVER STAGE, SINCE A RETRIEVAL REQUEST IS ALREADY THE
      *    GUEST QUESTIONING THE CHARGE.  A REWRITE THE FILE SYSTEM
      *    REFUSES LEAVES THE CASE UNCOUNTED, SO THE NEXT RUN TRIES
      *    AGAIN, AND THE ITEM IS FLAGGED ON THE LIST.
       2420-COUNT-AGAINST-GUEST.
           IF TBL-DH-COUNTED(DH-SUB) NOT = 'Y'
            AND GM-OPEN-SW = 'Y'
            AND TBL-CB-GUEST-NUM(CB-SUB) NUMERIC
            AND TBL-CB-GUEST-NUM(CB-SUB) NOT = '000000'
               MOVE TBL-CB-GUEST-NUM(CB-SUB) TO GM-GUEST-NUM
               READ GUEST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GM-DISPUTES NUMERIC
                           ADD 1 TO GM-DISPUTES
                       ELSE
                           MOVE 1 TO GM-DISPUTES
                       END-IF
                       REWRITE GM-REC
                       IF WS-GM-FILE-STATUS = '00'
                           MOVE GM-DISPUTES TO C-GM-DISPUTES
                           MOVE 'Y' TO TBL-DH-COUNTED(DH-SUB)
                           MOVE TBL-CB-GUEST-NUM(CB-SUB)
                               TO TBL-DH-GUEST-NUM(DH-SUB)
                           ADD 1 TO C-GM-COUNT-CTR
                       ELSE
                           MOVE 'Y' TO GM-UPDATE-ERR-SW
                           ADD 1 TO C-GM-ERR-CTR
                       END-IF
               END-READ
           END-IF.

      *    THE PROCESSOR HAS ALREADY TAKEN THE MONEY BACK - PUT THE
      *    LOSS ON THE SETTLED-ITEM HISTORY AGAINST THE ORIGINAL
      *    CHARGE'S CARD AND STAY, AND ON THE STAY'S LEDGER.
       2430-POST-REVERSAL.
           MOVE TBL-CB-AMT(CB-SUB) TO C-REV-AMT.
           PERFORM 2450-WRITE-REVERSAL.
           MOVE 'Y' TO TBL-DH-POSTED(DH-SUB).
           ADD 1 TO C-REV-CTR.
           ADD C-REV-AMT TO C-REV-TOTAL.

      *    A LOSS OVERTURNED ON APPEAL - THE MONEY COMES BACK, SO THE
      *    EARLIER REVERSAL IS UNDONE WITH A NEGATIVE ONE.
       2440-BACK-OUT-REVERSAL.
           COMPUTE C-REV-AMT = 0 - TBL-CB-AMT(CB-SUB).
           PERFORM 2450-WRITE-REVERSAL.
           MOVE 'N' TO TBL-DH-POSTED(DH-SUB).
           ADD 1 TO C-BACKOUT-CTR.
           ADD TBL-CB-AMT(CB-SUB) TO C-BACKOUT-TOTAL.

       2450-WRITE-REVERSAL.
           MOVE SPACES                    TO SET-REV-REC.
           MOVE 'B'                       TO SR-TYPE.
           MOVE TBL-CB-CCTYPE(CB-SUB)     TO SR-CCTYPE.
           MOVE TBL-CB-TOKEN(CB-SUB)      TO SR-CCNUM.
           MOVE TBL-CB-CCEXP(CB-SUB)      TO SR-CCEXP.
           MOVE C-REV-AMT                 TO SR-AMT.
           MOVE TBL-CB-NAME(CB-SUB)       TO SR-NAME.
           MOVE TBL-CB-CAMPGROUND(CB-SUB) TO SR-CAMPGROUND.
           MOVE TBL-CB-SITE(CB-SUB)       TO SR-SITE.
           MOVE TBL-CB-DATE(CB-SUB)       TO SR-DATE.
           MOVE CURRENT-DATE              TO SR-RUN-DATE.
           WRITE SET-REV-REC.
           MOVE SPACES                    TO LEDGER-REC.
           MOVE TBL-CB-CAMPGROUND(CB-SUB) TO LG-CAMPGROUND.
           MOVE TBL-CB-SITE(CB-SUB)       TO LG-SITE.
           MOVE TBL-CB-DATE(CB-SUB)       TO LG-DATE.
           MOVE TBL-CB-GUEST-NUM(CB-SUB)  TO LG-GUEST-NUM.
           MOVE CURRENT-DATE              TO LG-POST-DATE.
           MOVE 'CBK'                     TO LG-ENTRY-TYPE.
           COMPUTE LG-AMT = 0 - C-REV-AMT.
           MOVE 'CBLJCB18'                TO LG-PROGRAM.
           WRITE LEDGER-REC.

       2460-PRINT-ITEM.
           MOVE TBL-CB-CASE-NUM(CB-SUB)    TO O-DS-CASE-NUM.
           EVALUATE TRUE
               WHEN CB-RETRIEVAL(CB-SUB)
                   MOVE 'RETRIEVAL - SEND PROOF' TO O-DS-STAGE
               WHEN CB-CHARGEBACK(CB-SUB)
                   MOVE 'CHARGEBACK - CONTEST'   TO O-DS-STAGE
               WHEN CB-LOST(CB-SUB)
                   MOVE 'DECIDED AGAINST US'     TO O-DS-STAGE
               WHEN CB-WON(CB-SUB)
                   MOVE 'DECIDED FOR US'         TO O-DS-STAGE
               WHEN OTHER
                   MOVE 'UNKNOWN STAGE'          TO O-DS-STAGE
           END-EVALUATE.
           MOVE TBL-CB-REASON(CB-SUB)      TO O-DS-REASON.
           MOVE TBL-CB-NOTICE-DATE(CB-SUB) TO O-DS-NOTICE-DATE.
           MOVE TBL-CB-CCNUM(CB-SUB)       TO O-DS-CCNUM.
           MOVE CARD-MASK                  TO O-DS-CCNUM(1:15).
           MOVE TBL-CB-AMT(CB-SUB)         TO O-DS-AMT.
           MOVE TBL-CB-NAME(CB-SUB)        TO O-DS-NAME.
           WRITE DISPUTE-LINE FROM DISP-ITEM-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           MOVE TBL-CB-CAMPGROUND(CB-SUB)  TO O-DS-CAMPGROUND.
           MOVE TBL-CB-SITE(CB-SUB)        TO O-DS-SITE.
           MOVE TBL-CB-DATE(CB-SUB)        TO O-DS-DATE.
           MOVE TBL-CB-END-DATE(CB-SUB)    TO O-DS-END-DATE.
           MOVE TBL-CB-NIGHTS(CB-SUB)      TO O-DS-NIGHTS.
           EVALUATE TBL-CB-GATE(CB-SUB)
               WHEN 'Y'
                   MOVE 'CHECKED IN'   TO O-DS-GATE
               WHEN 'N'
                   MOVE 'NO-SHOW'      TO O-DS-GATE
               WHEN SPACE
                   MOVE 'NOT RECORDED' TO O-DS-GATE
               WHEN OTHER
                   MOVE 'BAD MARK'     TO O-DS-GATE
           END-EVALUATE.
           MOVE TBL-CB-CHG-DATE(CB-SUB)    TO O-DS-CHG-DATE.
           WRITE DISPUTE-LINE FROM DISP-STAY-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           MOVE TBL-CB-TOT-AMT(CB-SUB)     TO O-DS-TOT-AMT.
           MOVE TBL-CB-TAX-AMT(CB-SUB)     TO O-DS-TAX-AMT.
           MOVE TBL-CB-FEE-AMT(CB-SUB)     TO O-DS-FEE-AMT.
           MOVE TBL-CB-PAID-AMT(CB-SUB)    TO O-DS-PAID-AMT.
           MOVE TBL-CB-GUEST-NUM(CB-SUB)   TO O-DS-GUEST-NUM.
           MOVE C-GM-DISPUTES              TO O-DS-DISPUTES.
           WRITE DISPUTE-LINE FROM DISP-CONF-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           IF TBL-CB-MATCH(CB-SUB) = 'N'
               MOVE '*** NO MATCHING CHARGE ON THE SETTLEMENT HISTORY'
                   TO C-NOTE
               PERFORM 2470-PRINT-NOTE
               IF CB-LOST(CB-SUB)
                   MOVE '*** DECIDED AGAINST US - REVERSE BY HAND'
                       TO C-NOTE
                   PERFORM 2470-PRINT-NOTE
               END-IF
           ELSE
               IF CB-STAY-NOT-FOUND(CB-SUB)
                   MOVE 'STAY NOT ON THE MASTER OR THE ARCHIVE'
                       TO C-NOTE
                   PERFORM 2470-PRINT-NOTE
               END-IF
               IF CB-STAY-ARCHIVED(CB-SUB)
                   MOVE 'STAY FROM THE ARCHIVE' TO C-NOTE
                   PERFORM 2470-PRINT-NOTE
               END-IF
           END-IF.
           IF DH-OVERFLOW-SW = 'Y'
               MOVE '*** NOT COUNTED OR POSTED - SEE RUN BALANCE'
                   TO C-NOTE
               PERFORM 2470-PRINT-NOTE
           END-IF.
           IF GM-UPDATE-ERR-SW = 'Y'
               MOVE SPACES TO C-NOTE
               STRING '*** GUEST MASTER REWRITE FAILED, STATUS '
                   WS-GM-FILE-STATUS ' - NOT COUNTED'
                   DELIMITED BY SIZE INTO C-NOTE
               PERFORM 2470-PRINT-NOTE
           END-IF.

       2470-PRINT-NOTE.
           MOVE C-NOTE TO O-DS-NOTE.
           WRITE DISPUTE-LINE FROM DISP-NOTE-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.

       9000-READ-CHGBACK.
           READ CHGBACK-INPUT
               AT END MOVE 'N' TO MORE-CB-RECS
           END-READ.

       9010-READ-SETTLE-HIST.
           READ SETTLE-HIST-INPUT
               AT END MOVE 'N' TO MORE-SHS-RECS
           END-READ.

       9020-READ-STAY-HIST.
           READ STAY-HIST-INPUT
               AT END MOVE 'N' TO MORE-SH-RECS
           END-READ.

       9030-READ-GATE-HIST.
           READ GATE-HIST-INPUT
               AT END MOVE 'N' TO MORE-GH-RECS
           END-READ.

       9040-READ-DISP-HIST.
           READ DISP-HIST-CHECK
               AT END MOVE 'N' TO MORE-DH-RECS
           END-READ.

       3000-CLOSING.
           IF CB-CTR = 0
               WRITE DISPUTE-LINE FROM DISP-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 3050-DISPUTE-TOTALS.
           PERFORM 3100-REWRITE-DISP-HIST.
           PERFORM 3200-RUN-BALANCE.
           IF DH-OVERFLOW-SW = 'N'
               CLOSE SETTLE-HIST-OUT
               CLOSE LEDGER-OUT
           END-IF.
           IF GM-OPEN-SW = 'Y'
               CLOSE GUEST-MASTER
           END-IF.
           IF MASTER-OPEN-SW = 'Y'
               CLOSE CAMPRES-MASTER
           END-IF.
           IF CV-OPEN-SW = 'Y'
               CLOSE CARD-VAULT
           END-IF.
           IF WS-SH-FILE-STATUS = '00' OR WS-SH-FILE-STATUS = '10'
               CLOSE STAY-HIST-INPUT
           END-IF.
           IF WS-GH-FILE-STATUS = '00' OR WS-GH-FILE-STATUS = '10'
               CLOSE GATE-HIST-INPUT
           END-IF.
           CLOSE DISPUTE-OUT.

       3050-DISPUTE-TOTALS.
           MOVE 'REVERSALS POSTED - LOST      ' TO O-DS-TOT-LABEL.
           MOVE C-REV-CTR                        TO O-DS-TOT-CTR.
           MOVE C-REV-TOTAL                      TO O-DS-TOT-AMT-E.
           WRITE DISPUTE-LINE FROM DISP-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'REVERSALS BACKED OUT - WON   ' TO O-DS-TOT-LABEL.
           MOVE C-BACKOUT-CTR                    TO O-DS-TOT-CTR.
           MOVE C-BACKOUT-TOTAL                  TO O-DS-TOT-AMT-E.
           WRITE DISPUTE-LINE FROM DISP-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    REWRITE THE CASE HISTORY WITH TONIGHT'S STAGES AND NEW
      *    CASES.  NEVER FROM AN OVERFLOWED LOAD - THAT WOULD
      *    SILENTLY DROP EVERY CASE PAST THE TABLE.
       3100-REWRITE-DISP-HIST.
           IF DH-OVERFLOW-SW = 'Y'
               MOVE '*** CASE HISTORY TABLE FULL - NOTHING COUNTED,'
                   TO O-BAL-FLAG-MSG
               WRITE DISPUTE-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** POSTED OR REWRITTEN THIS RUN'
                   TO O-BAL-FLAG-MSG
               WRITE DISPUTE-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               OPEN OUTPUT DISP-HIST-OUT
               MOVE 1 TO DH-SUB
               PERFORM 3110-WRITE-ONE-CASE
                   UNTIL DH-SUB > DH-CTR
               CLOSE DISP-HIST-OUT
           END-IF.

       3110-WRITE-ONE-CASE.
           MOVE SPACES                    TO DH-OUT-REC.
           MOVE TBL-DH-CASE-NUM(DH-SUB)   TO DH-OUT-CASE-NUM.
           MOVE TBL-DH-STAGE(DH-SUB)      TO DH-OUT-STAGE.
           MOVE TBL-DH-FIRST-DATE(DH-SUB) TO DH-OUT-FIRST-DATE.
           MOVE TBL-DH-LAST-DATE(DH-SUB)  TO DH-OUT-LAST-DATE.
           MOVE TBL-DH-COUNTED(DH-SUB)    TO DH-OUT-COUNTED.
           MOVE TBL-DH-POSTED(DH-SUB)     TO DH-OUT-POSTED.
           MOVE TBL-DH-GUEST-NUM(DH-SUB)  TO DH-OUT-GUEST-NUM.
           WRITE DH-OUT-REC.
           ADD 1 TO C-DH-WRITE-CTR.
           ADD 1 TO DH-SUB.

      *    PROVE THE RUN: EVERY ITEM READ WAS LOADED OR LOST TO
      *    OVERFLOW, EVERY ITEM LOADED MATCHED ITS CHARGE OR LISTED
      *    UNMATCHED, EVERY MATCHED ITEM FELL IN ONE STAGE, AND THE
      *    CASE HISTORY WRITTEN IS THE HISTORY READ PLUS TONIGHT'S
      *    NEW CASES.
       3200-RUN-BALANCE.
           WRITE DISPUTE-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
           MOVE 'CHARGEBACK ITEMS READ         ' TO O-BAL-LABEL.
           MOVE C-CB-READ-CTR                    TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'MATCHED TO ORIGINAL CHARGE    ' TO O-BAL-LABEL.
           MOVE C-MATCH-CTR                      TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NO MATCHING CHARGE            ' TO O-BAL-LABEL.
           MOVE C-NOMATCH-CTR                    TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT LOADED - TABLE FULL       ' TO O-BAL-LABEL.
           MOVE C-CB-SKIP-CTR                    TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  RETRIEVAL REQUESTS          ' TO O-BAL-LABEL.
           MOVE C-RETR-CTR                       TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  CHARGEBACKS TO CONTEST      ' TO O-BAL-LABEL.
           MOVE C-OPEN-CTR                       TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  DECIDED AGAINST US          ' TO O-BAL-LABEL.
           MOVE C-LOST-CTR                       TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  DECIDED FOR US              ' TO O-BAL-LABEL.
           MOVE C-WON-CTR                        TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  UNKNOWN STAGE               ' TO O-BAL-LABEL.
           MOVE C-BAD-STAGE-CTR                  TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SETTLED ITEMS SEARCHED        ' TO O-BAL-LABEL.
           MOVE C-SHS-READ-CTR                   TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'DISPUTES COUNTED ON GUESTS    ' TO O-BAL-LABEL.
           MOVE C-GM-COUNT-CTR                   TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'GUEST MASTER REWRITES FAILED  ' TO O-BAL-LABEL.
           MOVE C-GM-ERR-CTR                     TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CASES ON HISTORY READ         ' TO O-BAL-LABEL.
           MOVE C-DH-READ-CTR                    TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NEW CASES                     ' TO O-BAL-LABEL.
           MOVE C-NEW-CASE-CTR                   TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CASES ON HISTORY WRITTEN      ' TO O-BAL-LABEL.
           MOVE C-DH-WRITE-CTR                   TO O-BAL-CTR.
           WRITE DISPUTE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-CB-READ-CTR = C-MATCH-CTR + C-NOMATCH-CTR
                            + C-CB-SKIP-CTR
            AND C-MATCH-CTR = C-RETR-CTR + C-OPEN-CTR + C-LOST-CTR
                            + C-WON-CTR + C-BAD-STAGE-CTR
            AND C-DH-WRITE-CTR = C-DH-READ-CTR + C-NEW-CASE-CTR
            AND CB-OVERFLOW-SW = 'N'
            AND DH-OVERFLOW-SW = 'N'
            AND C-GM-ERR-CTR = 0
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - CHECK BEFORE WORKING'
                   TO O-BAL-FLAG-MSG
               WRITE DISPUTE-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** THIS LIST'
                   TO O-BAL-FLAG-MSG
           END-IF.
           WRITE DISPUTE-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM CBLJCB18.
