      *    RECORDS READ MUST EQUAL RECORDS ARCHIVED PLUS RECORDS
      *    RETAINED ON THE RUN REPORT BEFORE THE TRIMMED MASTER GOES
      *    LIVE - THE SAME PROVE-IT-FIRST DISCIPLINE AS THE CBLJCB05
      *    CONVERSION REPORT.  THE HISTORY RECORD IS THE WHOLE
      *    MASTER IMAGE, SO THE BOOKING DATE CBLJCB02 STAMPED ON THE
      *    STAY GOES WITH IT FOR THE CBLJCB26 BOOKING-PACE REPORT.
      *
      *    THE PAYMENT LEDGER IS TRIMMED THE SAME WAY.  AN ENTRY
      *    WHOSE ARRIVAL (OR LEASE START) IS BEFORE THE CUTOFF AND
      *    WHOSE STAY IS NO LONGER ON THE TRIMMED MASTER - OR, FOR
      *    LEASE RENT, WHOSE LEASE IS NO LONGER ACTIVE ON LEASE.DAT -
      *    MOVES TO LEDGHST.DAT; EVERYTHING ELSE STAYS ON LEDGER.DAT,
      *    SO THE CBLJCB17 FOLIO ONLY EVER LOADS THE LIVE ENTRIES.
      *    THE LEDGER IS COPIED THE SAME WAY AS THE CBLJCB19
      *    CONVERSION - THE OPERATOR RENAMES LEDGER.DAT TO
      *    LEDGOLD.DAT, RUNS THIS PROGRAM, CHECKS THE LEDGER COUNTS
      *    ON ARCRPT.PRT, AND THEN DELETES LEDGOLD.DAT.
      *
      *    THE CUTOFF COMES FROM A SINGLE CCYYMMDD CARD ON
      *    ARCCUT.DAT; A MISSING OR BAD CARD FALLS BACK TO THE RUN
           SELECT CAMPRES-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\CAMPRES.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS O-RES-KEY
                   FILE STATUS IS WS-RES-FILE-STATUS.

               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\STAYHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RES-JOURNAL-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RESJRNL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-OLD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEDGOLD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LGO-FILE-STATUS.

           SELECT LEDGER-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEDGER.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-HIST-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEDGHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEASE-CHECK
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\LEASE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LSC-FILE-STATUS.

           SELECT CUTOFF-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\ARCCUT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
       FD CAMPRES-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

       FD STAY-HIST-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS STAY-HIST-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 STAY-HIST-REC            PIC X(200).

       FD RES-JOURNAL-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS RJ-REC
       RECORD CONTAINS 437 CHARACTERS.

       COPY "RESJRNL.CPY".

      *    PAYMENT LEDGER - LAYOUT AS IN CBLJCB02.
       FD LEDGER-OLD
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

       FD LEDGER-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS LEDGER-OUT-REC
       RECORD CONTAINS 60 CHARACTERS.

       01 LEDGER-OUT-REC           PIC X(60).

      *    LEDGER ENTRIES TRIMMED FROM THE LIVE FILE LAND HERE, THE
      *    SAME AS SETTLHST.DAT FOR THE SETTLEMENT REGISTER.
       FD LEDGER-HIST-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS LEDGER-HIST-REC
       RECORD CONTAINS 60 CHARACTERS.

       01 LEDGER-HIST-REC          PIC X(60).

       FD LEASE-CHECK
       LABEL RECORD IS OMITTED
       DATA RECORD IS LS-REC
       RECORD CONTAINS 160 CHARACTERS.

       COPY "LEASE.CPY".

       FD CUTOFF-CARD
       LABEL RECORD IS OMITTED
       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-RES-RECS        PIC X.
           05 MORE-LGO-RECS        PIC X.
           05 MORE-LSC-RECS        PIC X.
           05 RES-OPEN-SW          PIC X      VALUE 'N'.
           05 LGO-FOUND-SW         PIC X      VALUE 'N'.
           05 ARC-ENTRY-SW         PIC X.
           05 LIVE-FOUND-SW        PIC X.
      *    LEASE.DAT WOULD NOT OPEN OR HELD MORE ACTIVE LEASES THAN
      *    THE TABLE - EVERY LEASE RENT ENTRY IS THEN KEPT LIVE
      *    RATHER THAN RISK ARCHIVING ONE STILL BEING BILLED.  NO
      *    LEASE.DAT AT ALL (NOTHING EVER LEASED) IS NOT AN ERROR.
           05 LS-INCOMPLETE-SW     PIC X      VALUE 'N'.

       01 WS-RES-FILE-STATUS       PIC XX.
       01 WS-CUT-FILE-STATUS       PIC XX.
       01 WS-CKPT-FILE-STATUS      PIC XX.
       01 WS-RL-FILE-STATUS        PIC XX.
       01 WS-LGO-FILE-STATUS       PIC XX.
       01 WS-LSC-FILE-STATUS       PIC XX.

      *    UPSTREAM RUN GATE - SEE 1020-CHECK-UPSTREAM-RUN.  THE
      *    ARCHIVE REFUSES TO TRIM A MASTER THE OVERNIGHT RUN LEFT

       01 C-CUTOFF-DATE            PIC 9(8).

      *    RESJRNL.DAT RUN IDENTITY - SEE RJ-REC.
       01 HOLD-RUN-STAMP.
           05 HOLD-STAMP-DATE      PIC X(8).
           05 HOLD-STAMP-TIME      PIC X(6).
       01 C-JRNL-CTR               PIC 9(6) VALUE 0.

       01 CTRS.
           05 C-READ-CTR           PIC 9(6) VALUE 0.
           05 C-ARCHIVE-CTR        PIC 9(6) VALUE 0.
           05 C-RETAIN-CTR         PIC 9(6) VALUE 0.
           05 C-DELETE-CTR         PIC 9(6) VALUE 0.
           05 C-LG-READ-CTR        PIC 9(6) VALUE 0.
           05 C-LG-ARCHIVE-CTR     PIC 9(6) VALUE 0.
           05 C-LG-RETAIN-CTR      PIC 9(6) VALUE 0.

      *    THE KEY OF EVERY ACTIVE LEASE - ITS RENT ENTRIES STAY LIVE.
       01 LS-SUB                   PIC 9(4).
       01 LEASE-CTR                PIC 9(4) VALUE 0.
       01 LEASE-TABLE.
           05 LEASE-ENTRY      OCCURS 500 TIMES.
               10 TBL-LS-KEY       PIC X(22).

       01 ARC-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
              'RECORDS DELETED FROM MASTER:  '.
           05 O-DELETE-CTR         PIC ZZZ,ZZ9.

       01 ARC-LG-READ-LINE.
           05 FILLER               PIC X(30)   VALUE
              'LEDGER ENTRIES READ:          '.
           05 O-LG-READ-CTR        PIC ZZZ,ZZ9.

       01 ARC-LG-ARCHIVE-LINE.
           05 FILLER               PIC X(30)   VALUE
              'LEDGER ENTRIES ARCHIVED:      '.
           05 O-LG-ARCHIVE-CTR     PIC ZZZ,ZZ9.

       01 ARC-LG-RETAIN-LINE.
           05 FILLER               PIC X(30)   VALUE
              'LEDGER ENTRIES RETAINED:      '.
           05 O-LG-RETAIN-CTR      PIC ZZZ,ZZ9.

       01 ARC-BALANCE-LINE.
           05 O-BALANCE-MSG        PIC X(50).

           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RES-RECS = 'N'.
           PERFORM 2500-ARCHIVE-LEDGER.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT ARCHIVE-RPT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE                  TO HOLD-STAMP-DATE.
           MOVE CURRENT-TIME(1:6)             TO HOLD-STAMP-TIME.
           MOVE CURRENT-MONTH                 TO ARC-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO ARC-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO ARC-TITLE-YEAR.
               IF WS-RES-FILE-STATUS NOT = '00'
                   MOVE 'N' TO MORE-RES-RECS
               ELSE
                   MOVE 'Y' TO RES-OPEN-SW
                   OPEN EXTEND STAY-HIST-OUT
                   OPEN EXTEND RES-JOURNAL-OUT
                   PERFORM 9000-READ-CAMPRES
               END-IF
           END-IF.
               MOVE VAL-REC TO STAY-HIST-REC
               WRITE STAY-HIST-REC
               ADD 1 TO C-ARCHIVE-CTR
               MOVE VAL-REC TO RJ-BEFORE
               DELETE CAMPRES-MASTER RECORD
               IF WS-RES-FILE-STATUS = '00'
                   ADD 1 TO C-DELETE-CTR
                   MOVE 'D'    TO RJ-ACTION
                   MOVE SPACES TO RJ-AFTER
                   PERFORM 2100-WRITE-JOURNAL
               END-IF
           ELSE
               ADD 1 TO C-RETAIN-CTR
           END-IF.
           PERFORM 9000-READ-CAMPRES.

      *    STAMP AND APPEND ONE RESJRNL.DAT ENTRY.  THE CALLER HAS
      *    ALREADY SET RJ-ACTION, RJ-BEFORE AND RJ-AFTER, AND ONLY
      *    COMES HERE ONCE THE FILE SYSTEM HAS TAKEN THE UPDATE.
       2100-WRITE-JOURNAL.
           ADD 1 TO C-JRNL-CTR.
           MOVE 'CBLJCB11'     TO RJ-PROGRAM.
           MOVE CURRENT-DATE   TO RJ-RUN-DATE.
           MOVE HOLD-RUN-STAMP TO RJ-RUN-STAMP.
           MOVE C-JRNL-CTR     TO RJ-SEQ.
           WRITE RJ-REC.

      *    THE LEDGER, COPIED FROM LEDGOLD.DAT.  ON A REFUSED RUN,
      *    OR ONE WHOSE MASTER WOULD NOT OPEN, EVERY ENTRY IS WRITTEN
      *    BACK UNTOUCHED SO A RENAMED LEDGER IS NEVER LEFT MISSING.
       2500-ARCHIVE-LEDGER.
           MOVE 'Y' TO MORE-LGO-RECS.
           OPEN INPUT LEDGER-OLD.
           IF WS-LGO-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-LGO-RECS
           ELSE
               MOVE 'Y' TO LGO-FOUND-SW
               PERFORM 2510-LOAD-LEASES
               OPEN OUTPUT LEDGER-OUT
               OPEN EXTEND LEDGER-HIST-OUT
               PERFORM 9100-READ-LEDGER-OLD
           END-IF.
           PERFORM 2520-ARCHIVE-ONE-ENTRY
               UNTIL MORE-LGO-RECS = 'N'.
           IF LGO-FOUND-SW = 'Y'
               CLOSE LEDGER-OLD
               CLOSE LEDGER-OUT
               CLOSE LEDGER-HIST-OUT
           END-IF.

       2510-LOAD-LEASES.
           MOVE 'Y' TO MORE-LSC-RECS.
           OPEN INPUT LEASE-CHECK.
           IF WS-LSC-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-LSC-RECS
               IF WS-LSC-FILE-STATUS NOT = '35'
                   MOVE 'Y' TO LS-INCOMPLETE-SW
               END-IF
           ELSE
               PERFORM 9200-READ-LEASE
           END-IF.
           PERFORM 2515-LOAD-ONE-LEASE
               UNTIL MORE-LSC-RECS = 'N'.
           IF WS-LSC-FILE-STATUS = '00' OR WS-LSC-FILE-STATUS = '10'
               CLOSE LEASE-CHECK
           END-IF.

       2515-LOAD-ONE-LEASE.
           IF LS-ACTIVE
               IF LEASE-CTR < 500
                   ADD 1 TO LEASE-CTR
                   MOVE LS-KEY TO TBL-LS-KEY(LEASE-CTR)
               ELSE
                   MOVE 'Y' TO LS-INCOMPLETE-SW
               END-IF
           END-IF.
           PERFORM 9200-READ-LEASE.

      *    AN ENTRY IS ONLY ARCHIVED ONCE NOTHING LIVE CAN STILL
      *    CLAIM IT - A STAY ON THE TRIMMED MASTER NEEDS ITS ENTRIES
      *    TO PROVE O-PAID-AMT, AND AN ACTIVE LEASE IS STILL BILLED.
      *    AN UNREADABLE ARRIVAL DATE IS RETAINED RATHER THAN GUESSED
      *    AT.
       2520-ARCHIVE-ONE-ENTRY.
           ADD 1 TO C-LG-READ-CTR.
           MOVE 'N' TO ARC-ENTRY-SW.
           IF UPSTREAM-OK-SW = 'Y' AND RES-OPEN-SW = 'Y'
            AND LG-DATE NUMERIC AND LG-DATE < C-CUTOFF-DATE
               IF LG-ENTRY-TYPE = 'LSE'
                   PERFORM 2530-CHECK-LIVE-LEASE
               ELSE
                   PERFORM 2540-CHECK-LIVE-STAY
               END-IF
               IF LIVE-FOUND-SW = 'N'
                   MOVE 'Y' TO ARC-ENTRY-SW
               END-IF
           END-IF.
           IF ARC-ENTRY-SW = 'Y'
               WRITE LEDGER-HIST-REC FROM LEDGER-REC
               ADD 1 TO C-LG-ARCHIVE-CTR
           ELSE
               WRITE LEDGER-OUT-REC FROM LEDGER-REC
               ADD 1 TO C-LG-RETAIN-CTR
           END-IF.
           PERFORM 9100-READ-LEDGER-OLD.

       2530-CHECK-LIVE-LEASE.
           MOVE LS-INCOMPLETE-SW TO LIVE-FOUND-SW.
           MOVE 1 TO LS-SUB.
           PERFORM 2535-CHECK-ONE-LEASE
               UNTIL LIVE-FOUND-SW = 'Y' OR LS-SUB > LEASE-CTR.

       2535-CHECK-ONE-LEASE.
           IF TBL-LS-KEY(LS-SUB) = LG-RES-KEY
               MOVE 'Y' TO LIVE-FOUND-SW
           ELSE
               ADD 1 TO LS-SUB
           END-IF.

       2540-CHECK-LIVE-STAY.
           MOVE 'Y' TO LIVE-FOUND-SW.
           MOVE LG-RES-KEY TO O-RES-KEY.
           READ CAMPRES-MASTER
               INVALID KEY
                   MOVE 'N' TO LIVE-FOUND-SW
           END-READ.

       9000-READ-CAMPRES.
           READ CAMPRES-MASTER NEXT RECORD
               AT END MOVE 'N' TO MORE-RES-RECS
           END-READ.

       9100-READ-LEDGER-OLD.
           READ LEDGER-OLD
               AT END MOVE 'N' TO MORE-LGO-RECS
           END-READ.

       9200-READ-LEASE.
           READ LEASE-CHECK
               AT END MOVE 'N' TO MORE-LSC-RECS
           END-READ.

      *    ON A REFUSED RUN THE BANNER IS THE WHOLE REPORT - COUNTS
      *    OF ZERO WOULD ONLY INVITE SOMEBODY TO PUT A SUSPECT
      *    MASTER LIVE.
           END-IF.
           WRITE ARC-LINE FROM ARC-BALANCE-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 3200-LEDGER-TOTALS.
           IF RES-OPEN-SW = 'Y'
               CLOSE CAMPRES-MASTER
               CLOSE STAY-HIST-OUT
               CLOSE RES-JOURNAL-OUT
           END-IF.

      *    EVERY LEDGER ENTRY READ WAS ARCHIVED OR RETAINED.  A
      *    MISSING LEDGOLD.DAT LEAVES THE LEDGER UNTRIMMED UNTIL THE
      *    NEXT RUN THAT FINDS ONE.
       3200-LEDGER-TOTALS.
           MOVE C-LG-READ-CTR    TO O-LG-READ-CTR.
           MOVE C-LG-ARCHIVE-CTR TO O-LG-ARCHIVE-CTR.
           MOVE C-LG-RETAIN-CTR  TO O-LG-RETAIN-CTR.
           WRITE ARC-LINE FROM ARC-LG-READ-LINE
               AFTER ADVANCING 2 LINES.
           WRITE ARC-LINE FROM ARC-LG-ARCHIVE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ARC-LINE FROM ARC-LG-RETAIN-LINE
               AFTER ADVANCING 1 LINE.
           IF LGO-FOUND-SW = 'N'
               MOVE '*** LEDGOLD.DAT NOT FOUND - LEDGER NOT TRIMMED'
                   TO O-BALANCE-MSG
           ELSE
           IF C-LG-READ-CTR = C-LG-ARCHIVE-CTR + C-LG-RETAIN-CTR
               MOVE 'LEDGER IN BALANCE - LEDGOLD.DAT MAY BE DELETED'
                   TO O-BALANCE-MSG
           ELSE
               MOVE '*** LEDGER OUT OF BALANCE - KEEP LEDGOLD.DAT'
                   TO O-BALANCE-MSG
           END-IF
           END-IF.
           WRITE ARC-LINE FROM ARC-BALANCE-LINE
               AFTER ADVANCING 2 LINES.
           IF LS-INCOMPLETE-SW = 'Y' AND LGO-FOUND-SW = 'Y'
               MOVE '*** LEASE.DAT NOT LOADED - LEASE RENT ALL KEPT'
                   TO O-BALANCE-MSG
               WRITE ARC-LINE FROM ARC-BALANCE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       END PROGRAM CBLJCB11.
