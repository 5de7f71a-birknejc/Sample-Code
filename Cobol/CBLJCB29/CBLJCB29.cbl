       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB29.
       AUTHOR. JEFF BIRKNER.

      *    GUEST MERGE.  FOLDS ONE GUEST NUMBER INTO ANOTHER ONCE THE
      *    OFFICE HAS CONFIRMED, OFF THE CBLJCB28 DUPLICATE LISTING,
      *    THAT THE TWO ARE REALLY ONE GUEST.  EACH TRANSACTION ON
      *    GMMERGE.DAT NAMES THE NUMBER TO RETIRE, THE NUMBER THAT
      *    SURVIVES AND THE INITIALS OF WHOEVER KEYED IT.  THE
      *    SURVIVOR TAKES ON THE RETIRED GUEST'S STAYS, NIGHTS,
      *    DOLLARS, CANCELS AND DISPUTES, AND ANY CONTACT DETAIL IT
      *    IS MISSING.  THE RETIRED RECORD IS ZEROED AND MARKED 'R'
      *    WITH THE SURVIVING NUMBER ON IT - IT STAYS ON THE MASTER
      *    SO THE NUMBER IS NEVER USED AGAIN, AND CBLJCB02 REFUSES A
      *    BOOKING KEYED WITH IT.  MERGE.PRT LOGS BOTH RECORDS BEFORE
      *    AND AFTER EVERY MERGE, AND EVERY TRANSACTION REFUSED.
      *
      *    EVERY STAY ON CAMPRES.DAT AND STAYHIST.DAT, EVERY ENTRY ON
      *    LEDGER.DAT AND EVERY LEASE ON LEASE.DAT CARRYING A RETIRED
      *    NUMBER IS THEN REPOINTED TO ITS SURVIVOR, FOLLOWING
      *    GM-MERGED-INTO ON THE MASTER - SO A GUEST MERGED TWICE
      *    LANDS ON THE LAST SURVIVOR, AND ANYTHING A PAST RUN MISSED
      *    IS PICKED UP.  THE MASTER IS REPOINTED IN PLACE.  THE
      *    OTHER THREE ARE COPIED THE SAME WAY AS THE CBLJCB19
      *    CONVERSION - THE OPERATOR RENAMES STAYHIST.DAT TO
      *    STAYOLD.DAT, LEDGER.DAT TO LEDGOLD.DAT AND LEASE.DAT TO
      *    LEASEOLD.DAT, RUNS THIS PROGRAM, CHECKS THE COUNTS ON
      *    MERGE.PRT, AND THEN DELETES THE THREE OLD COPIES SO THE
      *    NEXT RUN CANNOT COPY A STALE ONE BACK.  FOR EACH FILE THE
      *    RECORDS READ MUST EQUAL THE RECORDS WRITTEN.

       ENVIRONMENT DIVISION.
           SELECT MERGE-TRANS
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GMMERGE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MG-FILE-STATUS.

           SELECT GUEST-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GUESTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS GM-GUEST-NUM
                   FILE STATUS IS WS-GM-FILE-STATUS.

           SELECT CAMPRES-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CAMPRES.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS O-RES-KEY
                   FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT RES-JOURNAL-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RESJRNL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STAY-HIST-OLD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\STAYOLD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SHO-FILE-STATUS.

           SELECT STAY-HIST-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\STAYHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-OLD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEDGOLD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LGO-FILE-STATUS.

           SELECT LEDGER-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEDGER.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEASE-OLD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEASEOLD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LSO-FILE-STATUS.

           SELECT LEASE-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEASE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERGE-LOG
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\MERGE.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
       FD MERGE-TRANS
       LABEL RECORD IS OMITTED
       DATA RECORD IS MG-REC
       RECORD CONTAINS 15 CHARACTERS.

       01 MG-REC.
           05 MG-OLD-NUM          PIC X(6).
           05 MG-SURV-NUM         PIC X(6).
           05 MG-KEYED-BY         PIC X(3).

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

       FD CAMPRES-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

       FD RES-JOURNAL-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS RJ-REC
       RECORD CONTAINS 437 CHARACTERS.

       COPY "RESJRNL.CPY".

       FD STAY-HIST-OLD
       LABEL RECORD IS OMITTED
       DATA RECORD IS STAY-OLD-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 STAY-OLD-REC             PIC X(200).

       FD STAY-HIST-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS STAY-HIST-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 STAY-HIST-REC            PIC X(200).

       FD LEDGER-OLD
       LABEL RECORD IS OMITTED
       DATA RECORD IS LEDGER-OLD-REC
       RECORD CONTAINS 60 CHARACTERS.

       01 LEDGER-OLD-REC           PIC X(60).

       FD LEDGER-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS LEDGER-REC
       RECORD CONTAINS 60 CHARACTERS.

       01 LEDGER-REC.
           05 LG-RES-KEY.
               10 LG-CAMPGROUND    PIC X(11).
               10 LG-SITE          PIC X(3).
               10 LG-DATE          PIC X(8).
           05 LG-GUEST-NUM         PIC X(6).
           05 LG-POST-DATE         PIC X(8).
           05 LG-ENTRY-TYPE        PIC X(3).
           05 LG-AMT         PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 LG-PROGRAM           PIC X(8).
           05 FILLER               PIC X(5).

       FD LEASE-OLD
       LABEL RECORD IS OMITTED
       DATA RECORD IS LEASE-OLD-REC
       RECORD CONTAINS 160 CHARACTERS.

       01 LEASE-OLD-REC            PIC X(160).

       FD LEASE-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS LS-REC
       RECORD CONTAINS 160 CHARACTERS.

       COPY "LEASE.CPY".

       FD MERGE-LOG
       LABEL RECORD IS OMITTED
       DATA RECORD IS MRG-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 MRG-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-MG-RECS         PIC X.
           05 MORE-RES-RECS        PIC X.
           05 MORE-SHO-RECS        PIC X.
           05 MORE-LGO-RECS        PIC X.
           05 MORE-LSO-RECS        PIC X.
           05 GM-OPEN-SW           PIC X.
           05 SHO-FOUND-SW         PIC X      VALUE 'N'.
           05 LGO-FOUND-SW         PIC X      VALUE 'N'.
           05 LSO-FOUND-SW         PIC X      VALUE 'N'.
           05 SURV-FOUND-SW        PIC X.

       01 WS-MG-FILE-STATUS        PIC XX.
       01 WS-GM-FILE-STATUS        PIC XX.
       01 WS-RES-FILE-STATUS       PIC XX.
       01 WS-SHO-FILE-STATUS       PIC XX.
       01 WS-LGO-FILE-STATUS       PIC XX.
       01 WS-LSO-FILE-STATUS       PIC XX.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

      *    RESJRNL.DAT RUN IDENTITY - SEE RJ-REC.
       01 HOLD-RUN-STAMP.
           05 HOLD-STAMP-DATE      PIC X(8).
           05 HOLD-STAMP-TIME      PIC X(6).
       01 C-JRNL-CTR               PIC 9(6) VALUE 0.

       01 CALCS.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 C-REJECT-MSG         PIC X(45).
      *    THE SURVIVOR CHAIN - C-CHAIN-NUM WALKS GM-MERGED-INTO
      *    FROM THE NUMBER ON THE STAY, LEDGER ENTRY OR LEASE TO THE
      *    GUEST STILL ACTIVE.
      *    THE HOP LIMIT ONLY GUARDS A DAMAGED MASTER FROM LOOPING.
           05 C-CHAIN-NUM          PIC X(6).
           05 C-CHAIN-HOPS         PIC 99.

      *    THE RETIRING GUEST'S RECORD AS READ, AND THE SURVIVOR'S,
      *    HELD WHILE BOTH ARE PRINTED AND UPDATED.
       01 HOLD-OLD-REC             PIC X(170).
       01 HOLD-SURV-REC            PIC X(170).
      *    THE SURVIVOR AS REWRITTEN, KEPT APART FROM HOLD-SURV-REC SO
      *    A MERGE THAT FAILS HALF WAY CAN PUT THE SURVIVOR BACK.
       01 HOLD-NEW-SURV-REC        PIC X(170).

       01 OLD-HISTORY.
           05 C-OLD-STAYS          PIC 9(4).
           05 C-OLD-NIGHTS         PIC 9(5).
           05 C-OLD-DOLLARS        PIC S9(7)V99.
           05 C-OLD-CANCELS        PIC 9(4).
           05 C-OLD-DISPUTES       PIC 9(3).
           05 C-OLD-ADDRESS        PIC X(25).
           05 C-OLD-CITY           PIC X(15).
           05 C-OLD-STATE          PIC XX.
           05 C-OLD-ZIP            PIC X(5).
           05 C-OLD-PHONE          PIC X(10).
           05 C-OLD-EMAIL          PIC X(30).
           05 C-OLD-STATUS         PIC X.
           05 C-OLD-DNR-REASON     PIC XX.
           05 C-OLD-DNR-DATE       PIC X(8).
           05 C-OLD-DNR-BY         PIC X(3).

      *    RUN CONTROL - SEE 3200-RUN-BALANCE.
       01 RUN-CTL-CTRS.
           05 C-MG-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-MERGED-CTR         PIC 9(6)   VALUE 0.
           05 C-REJECT-CTR         PIC 9(6)   VALUE 0.
           05 C-RES-READ-CTR       PIC 9(6)   VALUE 0.
           05 C-RES-REPOINT-CTR    PIC 9(6)   VALUE 0.
           05 C-RES-REWRITE-FAIL-CTR PIC 9(6) VALUE 0.
           05 C-SH-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-SH-REPOINT-CTR     PIC 9(6)   VALUE 0.
           05 C-SH-WRITE-CTR       PIC 9(6)   VALUE 0.
           05 C-LG-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-LG-REPOINT-CTR     PIC 9(6)   VALUE 0.
           05 C-LG-WRITE-CTR       PIC 9(6)   VALUE 0.
           05 C-LS-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-LS-REPOINT-CTR     PIC 9(6)   VALUE 0.
           05 C-LS-WRITE-CTR       PIC 9(6)   VALUE 0.

       01 MRG-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 MRG-TITLE-DATE.
               10 MRG-TITLE-MONTH  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 MRG-TITLE-DAY    PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 MRG-TITLE-YEAR   PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 MRG-TITLE-PAGE       PIC Z9.

       01 MRG-TITLE-LINE2.
           05 FILLER               PIC X(53)   VALUE SPACES.
           05 FILLER               PIC X(20)   VALUE
              'GUEST MERGE LOG'.

       01 MRG-COL-HEADING.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'GUEST'.
           05 FILLER               PIC X(28)   VALUE 'NAME'.
           05 FILLER               PIC X(6)    VALUE 'STAYS'.
           05 FILLER               PIC X(8)    VALUE 'NIGHTS'.
           05 FILLER               PIC X(16)   VALUE '       DOLLARS'.
           05 FILLER               PIC X(6)    VALUE 'CANC'.
           05 FILLER               PIC X(6)    VALUE 'DISP'.
           05 FILLER               PIC X(20)   VALUE 'STATUS'.

       01 MRG-HEAD-LINE.
           05 FILLER               PIC X(6)    VALUE 'MERGE '.
           05 O-MH-OLD-NUM         PIC X(6).
           05 FILLER               PIC X(6)    VALUE ' INTO '.
           05 O-MH-SURV-NUM        PIC X(6).
           05 FILLER               PIC X(12)   VALUE '   KEYED BY '.
           05 O-MH-KEYED-BY        PIC X(3).

       01 MRG-REJECT-LINE.
           05 FILLER               PIC X(19)   VALUE
              '*** REFUSED  MERGE '.
           05 O-MR-OLD-NUM         PIC X(6).
           05 FILLER               PIC X(6)    VALUE ' INTO '.
           05 O-MR-SURV-NUM        PIC X(6).
           05 FILLER               PIC X(12)   VALUE '   KEYED BY '.
           05 O-MR-KEYED-BY        PIC X(3).
           05 FILLER               PIC X(3)    VALUE ' - '.
           05 O-MR-MSG             PIC X(45).

       01 MRG-RES-FAIL-LINE.
           05 FILLER               PIC X(24)   VALUE
              '*** STAY NOT REPOINTED  '.
           05 O-RF-CAMPGROUND      PIC X(11).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-RF-SITE            PIC X(3).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-RF-DATE            PIC X(8).
           05 FILLER               PIC X(7)    VALUE ' GUEST '.
           05 O-RF-OLD-NUM         PIC X(6).
           05 FILLER               PIC X(6)    VALUE ' INTO '.
           05 O-RF-SURV-NUM        PIC X(6).
           05 FILLER               PIC X(9)    VALUE ' STATUS '.
           05 O-RF-STATUS          PIC XX.

       01 MRG-IMAGE-LINE.
           05 O-MI-LABEL           PIC X(8).
           05 O-MI-GUEST-NUM       PIC 9(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-MI-LNAME           PIC X(15).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-MI-FNAME           PIC X(10).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-MI-STAYS           PIC ZZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-MI-NIGHTS          PIC ZZZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-MI-DOLLARS         PIC $$,$$$,$$9.99-.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-MI-CANCELS         PIC ZZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-MI-DISPUTES        PIC ZZ9.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-MI-STATUS          PIC X(20).

       01 BALANCE-TITLE.
           05 FILLER               PIC X(23)   VALUE
              'RUN CONTROL AND BALANCE'.

       01 BALANCE-DETAIL-LINE.
           05 O-BAL-LABEL          PIC X(28).
           05 O-BAL-CTR            PIC ZZZ,ZZ9.

       01 BALANCE-FLAG-LINE.
           05 O-BAL-FLAG-MSG       PIC X(45).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MERGE-ONE
               UNTIL MORE-MG-RECS = 'N'.
           PERFORM 2400-REPOINT-CAMPRES.
           PERFORM 2500-REPOINT-STAY-HIST.
           PERFORM 2700-REPOINT-LEDGER.
           PERFORM 2800-REPOINT-LEASES.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT MERGE-LOG.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE                  TO HOLD-STAMP-DATE.
           MOVE CURRENT-TIME(1:6)             TO HOLD-STAMP-TIME.
           MOVE CURRENT-MONTH                 TO MRG-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO MRG-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO MRG-TITLE-YEAR.
           PERFORM 1100-INIT-HEADING.
           MOVE 'Y' TO GM-OPEN-SW.
           OPEN I-O GUEST-MASTER.
           IF WS-GM-FILE-STATUS NOT = '00'
               MOVE 'N' TO GM-OPEN-SW
           END-IF.
           MOVE 'Y' TO MORE-MG-RECS.
           OPEN INPUT MERGE-TRANS.
           IF WS-MG-FILE-STATUS NOT = '00' OR GM-OPEN-SW = 'N'
               MOVE 'N' TO MORE-MG-RECS
           ELSE
               PERFORM 9000-READ-MERGE
           END-IF.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO MRG-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE MRG-LINE FROM MRG-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE MRG-LINE FROM MRG-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE MRG-LINE FROM MRG-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE MRG-LINE FROM MRG-COL-HEADING
               AFTER ADVANCING 2 LINES.

       9000-READ-MERGE.
           READ MERGE-TRANS
               AT END MOVE 'N' TO MORE-MG-RECS
           END-READ.

      *    EDIT ONE MERGE TRANSACTION.  EACH CHECK ONLY RUNS WHILE
      *    NOTHING HAS BEEN FOUND WRONG YET, SO A REFUSAL CARRIES THE
      *    FIRST REASON AND THE MASTER IS NEVER TOUCHED.  BOTH
      *    NUMBERS MUST BE ON FILE AND STILL ACTIVE - A NUMBER
      *    ALREADY RETIRED CANNOT BE MERGED FROM OR INTO.
       2000-MERGE-ONE.
           ADD 1 TO C-MG-READ-CTR.
           MOVE SPACES TO C-REJECT-MSG.
           IF MG-OLD-NUM NOT NUMERIC OR MG-SURV-NUM NOT NUMERIC
            OR MG-OLD-NUM = '000000' OR MG-SURV-NUM = '000000'
               MOVE 'GUEST NUMBERS MUST BOTH BE GIVEN'
                   TO C-REJECT-MSG
           ELSE
               IF MG-OLD-NUM = MG-SURV-NUM
                   MOVE 'A GUEST CANNOT BE MERGED INTO ITSELF'
                       TO C-REJECT-MSG
               END-IF
           END-IF.
           IF C-REJECT-MSG = SPACES
               PERFORM 2010-READ-OLD-GUEST
           END-IF.
           IF C-REJECT-MSG = SPACES
               PERFORM 2020-READ-SURVIVOR
           END-IF.
           IF C-REJECT-MSG = SPACES
               PERFORM 2100-APPLY-MERGE
           ELSE
               PERFORM 2050-PRINT-REFUSAL
           END-IF.
           PERFORM 9000-READ-MERGE.

       2010-READ-OLD-GUEST.
           MOVE MG-OLD-NUM TO GM-GUEST-NUM.
           READ GUEST-MASTER
               INVALID KEY
                   MOVE 'NUMBER TO RETIRE IS NOT ON THE GUEST MASTER'
                       TO C-REJECT-MSG
               NOT INVALID KEY
                   IF GM-RETIRED
                       MOVE 'NUMBER TO RETIRE IS ALREADY RETIRED'
                           TO C-REJECT-MSG
                   ELSE
                       MOVE GM-REC TO HOLD-OLD-REC
                   END-IF
           END-READ.

       2020-READ-SURVIVOR.
           MOVE MG-SURV-NUM TO GM-GUEST-NUM.
           READ GUEST-MASTER
               INVALID KEY
                   MOVE 'SURVIVING NUMBER IS NOT ON THE GUEST MASTER'
                       TO C-REJECT-MSG
               NOT INVALID KEY
                   IF GM-RETIRED
                       MOVE 'SURVIVING NUMBER IS RETIRED'
                           TO C-REJECT-MSG
                   ELSE
                       MOVE GM-REC TO HOLD-SURV-REC
                   END-IF
           END-READ.

       2050-PRINT-REFUSAL.
           MOVE MG-OLD-NUM   TO O-MR-OLD-NUM.
           MOVE MG-SURV-NUM  TO O-MR-SURV-NUM.
           MOVE MG-KEYED-BY  TO O-MR-KEYED-BY.
           MOVE C-REJECT-MSG TO O-MR-MSG.
           WRITE MRG-LINE FROM MRG-REJECT-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           ADD 1 TO C-REJECT-CTR.

      *    BOTH RECORDS ARE LOGGED AS THEY STAND, THE SURVIVOR TAKES
      *    ON THE RETIRED GUEST'S HISTORY, AND THE RETIRED RECORD IS
      *    EMPTIED SO NO REPORT THAT ADDS UP THE MASTER COUNTS A STAY
      *    TWICE.  THE SURVIVOR'S OWN CONTACT DETAILS WIN; THE
      *    RETIRED GUEST'S ONLY FILL WHAT THE SURVIVOR IS MISSING.
      *    A RETIRED GUEST ON THE DO-NOT-RENT LIST PUTS THE SURVIVOR
      *    ON IT - A MERGE MUST NEVER CLEAR A FLAG.  A REWRITE THE
      *    FILE SYSTEM REFUSES TURNS THE MERGE INTO A REFUSAL.
       2100-APPLY-MERGE.
           MOVE MG-OLD-NUM  TO O-MH-OLD-NUM.
           MOVE MG-SURV-NUM TO O-MH-SURV-NUM.
           MOVE MG-KEYED-BY TO O-MH-KEYED-BY.
           WRITE MRG-LINE FROM MRG-HEAD-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           MOVE 'BEFORE'      TO O-MI-LABEL.
           MOVE HOLD-OLD-REC  TO GM-REC.
           PERFORM 2300-PRINT-IMAGE.
           MOVE SPACES        TO O-MI-LABEL.
           MOVE HOLD-SURV-REC TO GM-REC.
           PERFORM 2300-PRINT-IMAGE.
           MOVE HOLD-OLD-REC  TO GM-REC.
           PERFORM 2110-SAVE-OLD-HISTORY.
           MOVE HOLD-SURV-REC TO GM-REC.
           ADD C-OLD-STAYS    TO GM-STAYS.
           ADD C-OLD-NIGHTS   TO GM-NIGHTS.
           ADD C-OLD-DOLLARS  TO GM-DOLLARS.
           ADD C-OLD-CANCELS  TO GM-CANCELS.
           IF GM-DISPUTES NUMERIC
               ADD C-OLD-DISPUTES TO GM-DISPUTES
           ELSE
               MOVE C-OLD-DISPUTES TO GM-DISPUTES
           END-IF.
           IF GM-ADDRESS = SPACES
               MOVE C-OLD-ADDRESS TO GM-ADDRESS
               MOVE C-OLD-CITY    TO GM-CITY
               MOVE C-OLD-STATE   TO GM-STATE
               MOVE C-OLD-ZIP     TO GM-ZIP
           END-IF.
           IF GM-PHONE = SPACES
               MOVE C-OLD-PHONE TO GM-PHONE
           END-IF.
           IF GM-EMAIL = SPACES
               MOVE C-OLD-EMAIL TO GM-EMAIL
           END-IF.
           IF C-OLD-STATUS = 'D' AND NOT GM-DO-NOT-RENT
               MOVE 'D'              TO GM-STATUS
               MOVE C-OLD-DNR-REASON TO GM-DNR-REASON
               MOVE C-OLD-DNR-DATE   TO GM-DNR-DATE
               MOVE C-OLD-DNR-BY     TO GM-DNR-BY
           END-IF.
           REWRITE GM-REC.
           IF WS-GM-FILE-STATUS NOT = '00'
               MOVE SPACES TO C-REJECT-MSG
               STRING 'SURVIVOR REWRITE FAILED, STATUS '
                   WS-GM-FILE-STATUS
                   DELIMITED BY SIZE INTO C-REJECT-MSG
               PERFORM 2050-PRINT-REFUSAL
           ELSE
               MOVE GM-REC TO HOLD-NEW-SURV-REC
               PERFORM 2120-RETIRE-OLD-GUEST
           END-IF.

      *    A RECORD FROM BEFORE DISPUTES WERE COUNTED HAS NONE.
       2110-SAVE-OLD-HISTORY.
           MOVE GM-STAYS    TO C-OLD-STAYS.
           MOVE GM-NIGHTS   TO C-OLD-NIGHTS.
           MOVE GM-DOLLARS  TO C-OLD-DOLLARS.
           MOVE GM-CANCELS  TO C-OLD-CANCELS.
           IF GM-DISPUTES NUMERIC
               MOVE GM-DISPUTES TO C-OLD-DISPUTES
           ELSE
               MOVE 0 TO C-OLD-DISPUTES
           END-IF.
           MOVE GM-ADDRESS  TO C-OLD-ADDRESS.
           MOVE GM-CITY     TO C-OLD-CITY.
           MOVE GM-STATE    TO C-OLD-STATE.
           MOVE GM-ZIP      TO C-OLD-ZIP.
           MOVE GM-PHONE    TO C-OLD-PHONE.
           MOVE GM-EMAIL    TO C-OLD-EMAIL.
           MOVE GM-STATUS   TO C-OLD-STATUS.
           MOVE GM-DNR-REASON TO C-OLD-DNR-REASON.
           MOVE GM-DNR-DATE TO C-OLD-DNR-DATE.
           MOVE GM-DNR-BY   TO C-OLD-DNR-BY.

      *    THE SURVIVOR HAS TAKEN THE HISTORY, SO THE OLD RECORD MUST
      *    BE EMPTIED OR THE HISTORY COUNTS TWICE.  IF THAT REWRITE
      *    FAILS THE SURVIVOR IS PUT BACK AS IT WAS READ.
       2120-RETIRE-OLD-GUEST.
           MOVE HOLD-OLD-REC TO GM-REC.
           MOVE 0            TO GM-STAYS.
           MOVE 0            TO GM-NIGHTS.
           MOVE 0            TO GM-DOLLARS.
           MOVE 0            TO GM-CANCELS.
           MOVE 0            TO GM-DISPUTES.
           MOVE 'R'          TO GM-STATUS.
           MOVE MG-SURV-NUM  TO GM-MERGED-INTO.
           MOVE SPACES       TO GM-DNR-REASON.
           MOVE SPACES       TO GM-DNR-DATE.
           MOVE SPACES       TO GM-DNR-BY.
           REWRITE GM-REC.
           IF WS-GM-FILE-STATUS = '00'
               MOVE 'AFTER'           TO O-MI-LABEL
               PERFORM 2300-PRINT-IMAGE
               MOVE SPACES            TO O-MI-LABEL
               MOVE HOLD-NEW-SURV-REC TO GM-REC
               PERFORM 2300-PRINT-IMAGE
               ADD 1 TO C-MERGED-CTR
           ELSE
               MOVE SPACES TO C-REJECT-MSG
               STRING 'RETIRE REWRITE FAILED, STATUS '
                   WS-GM-FILE-STATUS ' - UNDONE'
                   DELIMITED BY SIZE INTO C-REJECT-MSG
               MOVE HOLD-SURV-REC TO GM-REC
               REWRITE GM-REC
               IF WS-GM-FILE-STATUS NOT = '00'
                   MOVE 'RETIRE FAILED, SURVIVOR NOT RESTORED - CHECK'
                       TO C-REJECT-MSG
               END-IF
               PERFORM 2050-PRINT-REFUSAL
           END-IF.

       2300-PRINT-IMAGE.
           MOVE GM-GUEST-NUM TO O-MI-GUEST-NUM.
           MOVE GM-LNAME     TO O-MI-LNAME.
           MOVE GM-FNAME     TO O-MI-FNAME.
           MOVE GM-STAYS     TO O-MI-STAYS.
           MOVE GM-NIGHTS    TO O-MI-NIGHTS.
           MOVE GM-DOLLARS   TO O-MI-DOLLARS.
           MOVE GM-CANCELS   TO O-MI-CANCELS.
           IF GM-DISPUTES NUMERIC
               MOVE GM-DISPUTES TO O-MI-DISPUTES
           ELSE
               MOVE 0 TO O-MI-DISPUTES
           END-IF.
           IF GM-RETIRED
               MOVE SPACES TO O-MI-STATUS
               STRING 'RETIRED INTO ' GM-MERGED-INTO
                   DELIMITED BY SIZE INTO O-MI-STATUS
           ELSE
           IF GM-DO-NOT-RENT
               MOVE SPACES TO O-MI-STATUS
               STRING 'DO NOT RENT - ' GM-DNR-REASON
                   DELIMITED BY SIZE INTO O-MI-STATUS
           ELSE
               MOVE 'ACTIVE' TO O-MI-STATUS
           END-IF
           END-IF.
           WRITE MRG-LINE FROM MRG-IMAGE-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.

      *    THE RESERVATION MASTER IN PLACE - READ EVERY RECORD IN KEY
      *    ORDER AND REWRITE ANY WHOSE GUEST NUMBER WAS RETIRED.
       2400-REPOINT-CAMPRES.
           MOVE 'Y' TO MORE-RES-RECS.
           IF GM-OPEN-SW = 'N'
               MOVE 'N' TO MORE-RES-RECS
           ELSE
               OPEN I-O CAMPRES-MASTER
               IF WS-RES-FILE-STATUS NOT = '00'
                   MOVE 'N' TO MORE-RES-RECS
               ELSE
                   OPEN EXTEND RES-JOURNAL-OUT
                   PERFORM 9100-READ-CAMPRES
               END-IF
           END-IF.
           PERFORM 2410-REPOINT-ONE-RES
               UNTIL MORE-RES-RECS = 'N'.
           IF WS-RES-FILE-STATUS = '00' OR WS-RES-FILE-STATUS = '10'
               CLOSE CAMPRES-MASTER
               CLOSE RES-JOURNAL-OUT
           END-IF.

       2410-REPOINT-ONE-RES.
           ADD 1 TO C-RES-READ-CTR.
           MOVE O-GUEST-NUM TO C-CHAIN-NUM.
           PERFORM 2600-FIND-SURVIVOR.
           IF C-CHAIN-NUM NOT = O-GUEST-NUM
               MOVE VAL-REC     TO RJ-BEFORE
               MOVE C-CHAIN-NUM TO O-GUEST-NUM
               REWRITE VAL-REC
               IF WS-RES-FILE-STATUS = '00'
                   ADD 1 TO C-RES-REPOINT-CTR
                   MOVE 'C'     TO RJ-ACTION
                   MOVE VAL-REC TO RJ-AFTER
                   PERFORM 2420-WRITE-JOURNAL
               ELSE
                   PERFORM 2415-PRINT-RES-FAIL
               END-IF
           END-IF.
           PERFORM 9100-READ-CAMPRES.

      *    THE STAY STILL CARRIES THE RETIRED NUMBER - LIST ITS KEY
      *    SO IT CAN BE PUT RIGHT, AND HOLD THE RUN OUT OF BALANCE.
       2415-PRINT-RES-FAIL.
           ADD 1 TO C-RES-REWRITE-FAIL-CTR.
           MOVE RJ-BEFORE          TO VAL-REC.
           MOVE O-CAMPGROUND       TO O-RF-CAMPGROUND.
           MOVE O-SITE             TO O-RF-SITE.
           MOVE O-DATE             TO O-RF-DATE.
           MOVE O-GUEST-NUM        TO O-RF-OLD-NUM.
           MOVE C-CHAIN-NUM        TO O-RF-SURV-NUM.
           MOVE WS-RES-FILE-STATUS TO O-RF-STATUS.
           WRITE MRG-LINE FROM MRG-RES-FAIL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.

      *    STAMP AND APPEND ONE RESJRNL.DAT ENTRY.  THE CALLER HAS
      *    ALREADY SET RJ-ACTION, RJ-BEFORE AND RJ-AFTER, AND ONLY
      *    COMES HERE ONCE THE FILE SYSTEM HAS TAKEN THE UPDATE.
       2420-WRITE-JOURNAL.
           ADD 1 TO C-JRNL-CTR.
           MOVE 'CBLJCB29'     TO RJ-PROGRAM.
           MOVE CURRENT-DATE   TO RJ-RUN-DATE.
           MOVE HOLD-RUN-STAMP TO RJ-RUN-STAMP.
           MOVE C-JRNL-CTR     TO RJ-SEQ.
           WRITE RJ-REC.

      *    THE STAY-HISTORY ARCHIVE, COPIED FROM STAYOLD.DAT.  ITS
      *    RECORDS ARE VAL-RECS, SO EACH ONE IS LAID OVER THE
      *    MASTER'S RECORD AREA TO GET AT THE GUEST NUMBER.
       2500-REPOINT-STAY-HIST.
           MOVE 'Y' TO MORE-SHO-RECS.
           OPEN INPUT STAY-HIST-OLD.
           IF WS-SHO-FILE-STATUS NOT = '00' OR GM-OPEN-SW = 'N'
               MOVE 'N' TO MORE-SHO-RECS
           ELSE
               MOVE 'Y' TO SHO-FOUND-SW
               OPEN OUTPUT STAY-HIST-OUT
               PERFORM 9200-READ-STAY-OLD
           END-IF.
           PERFORM 2510-REPOINT-ONE-STAY
               UNTIL MORE-SHO-RECS = 'N'.
           IF WS-SHO-FILE-STATUS = '00' OR WS-SHO-FILE-STATUS = '10'
               CLOSE STAY-HIST-OLD
           END-IF.
           IF SHO-FOUND-SW = 'Y'
               CLOSE STAY-HIST-OUT
           END-IF.

       2510-REPOINT-ONE-STAY.
           ADD 1 TO C-SH-READ-CTR.
           MOVE STAY-OLD-REC TO VAL-REC.
           MOVE O-GUEST-NUM  TO C-CHAIN-NUM.
           PERFORM 2600-FIND-SURVIVOR.
           IF C-CHAIN-NUM NOT = O-GUEST-NUM
               MOVE C-CHAIN-NUM TO O-GUEST-NUM
               ADD 1 TO C-SH-REPOINT-CTR
           END-IF.
           WRITE STAY-HIST-REC FROM VAL-REC.
           ADD 1 TO C-SH-WRITE-CTR.
           PERFORM 9200-READ-STAY-OLD.

      *    FOLLOW THE GUEST NUMBER THE CALLER LEFT IN C-CHAIN-NUM
      *    THROUGH ANY MERGES TO THE GUEST STILL ACTIVE.  NO NUMBER,
      *    OR ONE NOT ON THE MASTER, COMES BACK UNCHANGED.
       2600-FIND-SURVIVOR.
           MOVE 0 TO C-CHAIN-HOPS.
           MOVE 'N' TO SURV-FOUND-SW.
           IF C-CHAIN-NUM NOT NUMERIC OR C-CHAIN-NUM = '000000'
               MOVE 'Y' TO SURV-FOUND-SW
           END-IF.
           PERFORM 2610-FOLLOW-ONE-MERGE
               UNTIL SURV-FOUND-SW = 'Y' OR C-CHAIN-HOPS > 20.

       2610-FOLLOW-ONE-MERGE.
           MOVE C-CHAIN-NUM TO GM-GUEST-NUM.
           READ GUEST-MASTER
               INVALID KEY
                   MOVE 'Y' TO SURV-FOUND-SW
               NOT INVALID KEY
                   IF GM-RETIRED AND GM-MERGED-INTO NUMERIC
                       MOVE GM-MERGED-INTO TO C-CHAIN-NUM
                       ADD 1 TO C-CHAIN-HOPS
                   ELSE
                       MOVE 'Y' TO SURV-FOUND-SW
                   END-IF
           END-READ.

      *    THE PAYMENT LEDGER, COPIED FROM LEDGOLD.DAT.  CBLJCB17
      *    MATCHES A FOLIO'S ENTRIES ON THE GUEST NUMBER, SO AN ENTRY
      *    LEFT ON A RETIRED NUMBER WOULD DROP OFF THE SURVIVOR'S
      *    FOLIO.  THE ENTRY ITSELF IS NEVER CHANGED OTHERWISE.
       2700-REPOINT-LEDGER.
           MOVE 'Y' TO MORE-LGO-RECS.
           OPEN INPUT LEDGER-OLD.
           IF WS-LGO-FILE-STATUS NOT = '00' OR GM-OPEN-SW = 'N'
               MOVE 'N' TO MORE-LGO-RECS
           ELSE
               MOVE 'Y' TO LGO-FOUND-SW
               OPEN OUTPUT LEDGER-OUT
               PERFORM 9300-READ-LEDGER-OLD
           END-IF.
           PERFORM 2710-REPOINT-ONE-ENTRY
               UNTIL MORE-LGO-RECS = 'N'.
           IF WS-LGO-FILE-STATUS = '00' OR WS-LGO-FILE-STATUS = '10'
               CLOSE LEDGER-OLD
           END-IF.
           IF LGO-FOUND-SW = 'Y'
               CLOSE LEDGER-OUT
           END-IF.

       2710-REPOINT-ONE-ENTRY.
           ADD 1 TO C-LG-READ-CTR.
           MOVE LEDGER-OLD-REC TO LEDGER-REC.
           MOVE LG-GUEST-NUM   TO C-CHAIN-NUM.
           PERFORM 2600-FIND-SURVIVOR.
           IF C-CHAIN-NUM NOT = LG-GUEST-NUM
               MOVE C-CHAIN-NUM TO LG-GUEST-NUM
               ADD 1 TO C-LG-REPOINT-CTR
           END-IF.
           WRITE LEDGER-REC.
           ADD 1 TO C-LG-WRITE-CTR.
           PERFORM 9300-READ-LEDGER-OLD.

      *    THE SEASONAL LEASES, COPIED FROM LEASEOLD.DAT, SO THE RENT
      *    ROLL AND THE MONTHLY BILLING CARRY THE SURVIVING NUMBER
      *    AND NOT ONE CBLJCB02 WOULD REFUSE.
       2800-REPOINT-LEASES.
           MOVE 'Y' TO MORE-LSO-RECS.
           OPEN INPUT LEASE-OLD.
           IF WS-LSO-FILE-STATUS NOT = '00' OR GM-OPEN-SW = 'N'
               MOVE 'N' TO MORE-LSO-RECS
           ELSE
               MOVE 'Y' TO LSO-FOUND-SW
               OPEN OUTPUT LEASE-OUT
               PERFORM 9400-READ-LEASE-OLD
           END-IF.
           PERFORM 2810-REPOINT-ONE-LEASE
               UNTIL MORE-LSO-RECS = 'N'.
           IF WS-LSO-FILE-STATUS = '00' OR WS-LSO-FILE-STATUS = '10'
               CLOSE LEASE-OLD
           END-IF.
           IF LSO-FOUND-SW = 'Y'
               CLOSE LEASE-OUT
           END-IF.

       2810-REPOINT-ONE-LEASE.
           ADD 1 TO C-LS-READ-CTR.
           MOVE LEASE-OLD-REC TO LS-REC.
           MOVE LS-GUEST-NUM  TO C-CHAIN-NUM.
           PERFORM 2600-FIND-SURVIVOR.
           IF C-CHAIN-NUM NOT = LS-GUEST-NUM
               MOVE C-CHAIN-NUM TO LS-GUEST-NUM
               ADD 1 TO C-LS-REPOINT-CTR
           END-IF.
           WRITE LS-REC.
           ADD 1 TO C-LS-WRITE-CTR.
           PERFORM 9400-READ-LEASE-OLD.

       9100-READ-CAMPRES.
           READ CAMPRES-MASTER NEXT RECORD
               AT END MOVE 'N' TO MORE-RES-RECS
           END-READ.

       9200-READ-STAY-OLD.
           READ STAY-HIST-OLD
               AT END MOVE 'N' TO MORE-SHO-RECS
           END-READ.

       9300-READ-LEDGER-OLD.
           READ LEDGER-OLD
               AT END MOVE 'N' TO MORE-LGO-RECS
           END-READ.

       9400-READ-LEASE-OLD.
           READ LEASE-OLD
               AT END MOVE 'N' TO MORE-LSO-RECS
           END-READ.

       3000-CLOSING.
           PERFORM 3200-RUN-BALANCE.
           IF WS-MG-FILE-STATUS = '00' OR WS-MG-FILE-STATUS = '10'
               CLOSE MERGE-TRANS
           END-IF.
           IF GM-OPEN-SW = 'Y'
               CLOSE GUEST-MASTER
           END-IF.
           CLOSE MERGE-LOG.

      *    PROVE THE RUN: EVERY TRANSACTION WAS MERGED OR REFUSED,
      *    AND EVERY ARCHIVED STAY, LEDGER ENTRY AND LEASE READ WAS
      *    WRITTEN BACK, AND NO LIVE STAY FAILED ITS REPOINT.  A
      *    MISSING OLD COPY AFTER A MERGE LEAVES THAT FILE ON THE OLD
      *    NUMBERS UNTIL THE NEXT RUN THAT FINDS ONE - EACH ONE
      *    MISSING IS NAMED.
       3200-RUN-BALANCE.
           WRITE MRG-LINE FROM BALANCE-TITLE
               AFTER ADVANCING PAGE.
           MOVE 'MERGE TRANSACTIONS READ     ' TO O-BAL-LABEL.
           MOVE C-MG-READ-CTR                  TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'GUESTS MERGED               ' TO O-BAL-LABEL.
           MOVE C-MERGED-CTR                   TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'MERGES REFUSED              ' TO O-BAL-LABEL.
           MOVE C-REJECT-CTR                   TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LIVE STAYS READ             ' TO O-BAL-LABEL.
           MOVE C-RES-READ-CTR                 TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'LIVE STAYS REPOINTED        ' TO O-BAL-LABEL.
           MOVE C-RES-REPOINT-CTR              TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LIVE STAY REWRITES FAILED   ' TO O-BAL-LABEL.
           MOVE C-RES-REWRITE-FAIL-CTR         TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVED STAYS READ         ' TO O-BAL-LABEL.
           MOVE C-SH-READ-CTR                  TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ARCHIVED STAYS REPOINTED    ' TO O-BAL-LABEL.
           MOVE C-SH-REPOINT-CTR               TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVED STAYS WRITTEN      ' TO O-BAL-LABEL.
           MOVE C-SH-WRITE-CTR                 TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEDGER ENTRIES READ         ' TO O-BAL-LABEL.
           MOVE C-LG-READ-CTR                  TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'LEDGER ENTRIES REPOINTED    ' TO O-BAL-LABEL.
           MOVE C-LG-REPOINT-CTR               TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEDGER ENTRIES WRITTEN      ' TO O-BAL-LABEL.
           MOVE C-LG-WRITE-CTR                 TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEASES READ                 ' TO O-BAL-LABEL.
           MOVE C-LS-READ-CTR                  TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'LEASES REPOINTED            ' TO O-BAL-LABEL.
           MOVE C-LS-REPOINT-CTR               TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LEASES WRITTEN              ' TO O-BAL-LABEL.
           MOVE C-LS-WRITE-CTR                 TO O-BAL-CTR.
           WRITE MRG-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF GM-OPEN-SW = 'N'
               MOVE '*** GUEST MASTER WOULD NOT OPEN - NO MERGES'
                   TO O-BAL-FLAG-MSG
           ELSE
           IF C-MG-READ-CTR NOT = C-MERGED-CTR + C-REJECT-CTR
            OR C-SH-READ-CTR NOT = C-SH-WRITE-CTR
            OR C-LG-READ-CTR NOT = C-LG-WRITE-CTR
            OR C-LS-READ-CTR NOT = C-LS-WRITE-CTR
            OR C-RES-REWRITE-FAIL-CTR NOT = 0
               MOVE '*** RUN OUT OF BALANCE - DO NOT DELETE'
                   TO O-BAL-FLAG-MSG
               WRITE MRG-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** STAYOLD.DAT, LEDGOLD.DAT OR LEASEOLD.DAT'
                   TO O-BAL-FLAG-MSG
           ELSE
           IF SHO-FOUND-SW = 'N' OR LGO-FOUND-SW = 'N'
            OR LSO-FOUND-SW = 'N'
               PERFORM 3210-FLAG-MISSING-COPY
               MOVE '*** RENAME THE LIVE FILE AND RERUN'
                   TO O-BAL-FLAG-MSG
           ELSE
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           END-IF
           END-IF
           END-IF.
           WRITE MRG-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.

       3210-FLAG-MISSING-COPY.
           IF SHO-FOUND-SW = 'N'
               MOVE '*** STAYOLD.DAT NOT FOUND - ARCHIVE NOT'
                   TO O-BAL-FLAG-MSG
               WRITE MRG-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** REPOINTED - RENAME STAYHIST.DAT'
                   TO O-BAL-FLAG-MSG
               WRITE MRG-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF LGO-FOUND-SW = 'N'
               MOVE '*** LEDGOLD.DAT NOT FOUND - LEDGER NOT'
                   TO O-BAL-FLAG-MSG
               WRITE MRG-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** REPOINTED - RENAME LEDGER.DAT'
                   TO O-BAL-FLAG-MSG
               WRITE MRG-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF LSO-FOUND-SW = 'N'
               MOVE '*** LEASEOLD.DAT NOT FOUND - LEASES NOT'
                   TO O-BAL-FLAG-MSG
               WRITE MRG-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** REPOINTED - RENAME LEASE.DAT'
                   TO O-BAL-FLAG-MSG
               WRITE MRG-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       END PROGRAM CBLJCB29.
