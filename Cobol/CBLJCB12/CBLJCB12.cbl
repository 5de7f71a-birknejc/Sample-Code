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

           SELECT RES-JOURNAL-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RESJRNL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-DATE-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\RUNDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
       FD CAMPRES-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

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

      *    PAYMENT LEDGER - EACH BALANCE BILLED POSTS HERE AS A 'BAL'
      *    ENTRY AGAINST THE STAY (LAYOUT AS IN CBLJCB02).
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

       FD RES-JOURNAL-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS RJ-REC
       RECORD CONTAINS 437 CHARACTERS.

       COPY "RESJRNL.CPY".

       FD RUN-DATE-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS RUN-DATE-CARD-REC
       01 WS-RDC-FILE-STATUS       PIC XX.
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
      *    BILLING PASS REFUSES TO CHARGE CARDS OFF A MASTER THE
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

      *    RESJRNL.DAT RUN IDENTITY - SEE RJ-REC.
       01 HOLD-RUN-STAMP.
           05 HOLD-STAMP-DATE      PIC X(8).
           05 HOLD-STAMP-TIME      PIC X(6).
       01 C-JRNL-CTR               PIC 9(6) VALUE 0.

      *    THE SAME WINDOW CBLJCB02'S 2307-SET-DEPOSIT USES - A STAY
      *    ARRIVING THIS MANY DAYS OUT OR CLOSER IS DUE IN FULL.
       01 BILLING-WINDOW-DAYS      PIC 99     VALUE 30.
       1000-INIT.
           OPEN OUTPUT BILLING-RPT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-DATE                  TO HOLD-STAMP-DATE.
           MOVE CURRENT-TIME(1:6)             TO HOLD-STAMP-TIME.
           PERFORM 1040-READ-RUN-DATE.
           MOVE CURRENT-MONTH                 TO BILL-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO BILL-TITLE-DAY.
                   MOVE 'N' TO MORE-RES-RECS
               ELSE
                   OPEN EXTEND SETTLE-OUT
                   PERFORM 1060-OPEN-CARD-VAULT
                   OPEN EXTEND LEDGER-OUT
                   OPEN EXTEND RES-JOURNAL-OUT
                   PERFORM 9000-READ-CAMPRES
               END-IF
           END-IF.
               CLOSE RUN-DATE-CARD
           END-IF.

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
           MOVE O-DATE       TO SE-DATE.
           MOVE CURRENT-DATE TO SE-RUN-DATE.
           WRITE SETTLE-REC.
           PERFORM 2150-WRITE-PROC-SUB.
           MOVE SPACES       TO LEDGER-REC.
           MOVE O-RES-KEY    TO LG-RES-KEY.
           MOVE O-GUEST-NUM  TO LG-GUEST-NUM.
           MOVE CURRENT-DATE TO LG-POST-DATE.
           MOVE 'BAL'        TO LG-ENTRY-TYPE.
           MOVE C-BAL-AMT    TO LG-AMT.
           MOVE 'CBLJCB12'   TO LG-PROGRAM.
           WRITE LEDGER-REC.
           ADD 1 TO C-BILL-CTR.
           ADD C-BAL-AMT TO C-BILL-TOTAL.
           MOVE O-NAME       TO BL-NAME.
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           MOVE VAL-REC   TO RJ-BEFORE.
           MOVE O-TOT-AMT TO O-PAID-AMT.
           REWRITE VAL-REC.
           IF WS-RES-FILE-STATUS = '00'
               ADD 1 TO C-REWRITE-CTR
               MOVE 'C'     TO RJ-ACTION
               MOVE VAL-REC TO RJ-AFTER
               PERFORM 2160-WRITE-JOURNAL
           END-IF.

      *    WRITE THE PROCESSOR'S COPY OF THE SETTLE-REC JUST BUILT,
      *    WITH THE TOKEN SWAPPED BACK FOR THE CARD AND EXPIRY - THE
      *    ONE MOMENT THE FULL NUMBER IS NEEDED.  A TOKEN THE VAULT
      *    CAN'T RESOLVE IS NEVER SENT; IT STAYS ON SETTLE.DAT AND
      *    LISTS ON CBLJCB10'S NOT-ON-PROCESSOR-RETURN SECTION.
       2150-WRITE-PROC-SUB.
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

      *    STAMP AND APPEND ONE RESJRNL.DAT ENTRY.  THE CALLER HAS
      *    ALREADY SET RJ-ACTION, RJ-BEFORE AND RJ-AFTER, AND ONLY
      *    COMES HERE ONCE THE FILE SYSTEM HAS TAKEN THE UPDATE.
       2160-WRITE-JOURNAL.
           ADD 1 TO C-JRNL-CTR.
           MOVE 'CBLJCB12'     TO RJ-PROGRAM.
           MOVE CURRENT-DATE   TO RJ-RUN-DATE.
           MOVE HOLD-RUN-STAMP TO RJ-RUN-STAMP.
           MOVE C-JRNL-CTR     TO RJ-SEQ.
           WRITE RJ-REC.

       9000-READ-CAMPRES.
           READ CAMPRES-MASTER NEXT RECORD
               AT END MOVE 'N' TO MORE-RES-RECS
           END-IF.
           CLOSE BILLING-RPT.

       3050-CLOSE-CARD-VAULT.
           CLOSE PROC-SUB-OUT.
           IF CV-OPEN-SW = 'Y'
               CLOSE CARD-VAULT
           END-IF.

       3100-BILLING-TOTALS.
           WRITE BILL-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT YET DUE OR PAID UP    ' TO O-BAL-LABEL.
           MOVE C-SKIP-CTR                   TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT SENT - NO VAULT CARD  ' TO O-BAL-LABEL.
           MOVE C-CV-MISS-CTR                TO O-BAL-CTR.
           WRITE BILL-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-BILL-TOTAL TO O-BAL-BILL-TOTAL.
           IF WS-RES-FILE-STATUS = '00' OR WS-RES-FILE-STATUS = '10'
               CLOSE CAMPRES-MASTER
               CLOSE SETTLE-OUT
               PERFORM 3050-CLOSE-CARD-VAULT
               CLOSE LEDGER-OUT
               CLOSE RES-JOURNAL-OUT
           END-IF.

       END PROGRAM CBLJCB12.
