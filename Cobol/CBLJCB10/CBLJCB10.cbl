      *      AK-AMT      AMOUNT SETTLED OR ATTEMPTED
      *      AK-DATE     THE RUN DATE THE ITEM WAS SUBMITTED UNDER
      *      AK-STATUS   'S' SETTLED / 'D' DECLINED
      *
      *    THE REGISTER CARRIES CARD TOKENS, NOT CARD NUMBERS, AND THE
      *    PROCESSOR ONLY EVER SAW THE REAL NUMBER ON PROCSUB.DAT - SO
      *    EACH TOKEN IS RESOLVED THROUGH THE CARD VAULT AT LOAD, INTO
      *    A TABLE FIELD THAT IS USED ONLY TO MATCH AND IS NEVER
      *    WRITTEN OR PRINTED.  EVERY CARD ON SETRECON.PRT PRINTS
      *    MASKED TO ITS LAST FOUR.  ONCE THE ACKNOWLEDGMENTS ARE
      *    MATCHED PROCSUB.DAT IS EMPTIED, SO IT ONLY EVER HOLDS THE
      *    CURRENT SUBMISSION - NOTHING IS SENT TWICE AND NO CARD
      *    NUMBER STAYS ON DISK IN THE CLEAR PAST ONE CYCLE.
      *
      *    EVERY DECLINE IS ALSO APPENDED TO DECLINE.DAT - THE
      *    REGISTER ITEM AS SUBMITTED (TOKEN, NOT CARD NUMBER) PLUS
      *    THE DATE IT CAME BACK DECLINED - SO THE SEASONAL LEASE
      *    BILLING RUN (CBLJCB22) CAN CARRY UNPAID RENT AS ARREARS.

       ENVIRONMENT DIVISION.
           SELECT SETTLE-CHECK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT CARD-VAULT
               ASSIGN TO 'C:\COBOLFA23\CARDVLT\CARDVLT.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS CV-TOKEN
                   FILE STATUS IS WS-CV-FILE-STATUS.

           SELECT PROC-SUB-OUT
               ASSIGN TO 'C:\COBOLFA23\CARDVLT\PROCSUB.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECLINE-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DECLINE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\SETRECON.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           05 SH-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(3).

      *    THE PROCESSOR SUBMISSION THE ACKNOWLEDGMENTS ANSWER -
      *    OPENED HERE ONLY TO EMPTY IT (SEE 3450-CLEAR-PROC-SUB).
       FD PROC-SUB-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS PROC-SUB-REC
       RECORD CONTAINS 112 CHARACTERS.

       01 PROC-SUB-REC             PIC X(112).

      *    ONE LINE PER DECLINED ITEM, APPENDED EVERY RUN.
       FD DECLINE-OUT
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
           05 DL-CAMPGROUND        PIC X(11).
           05 DL-SITE              PIC X(3).
           05 DL-DATE              PIC X(8).
           05 DL-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(3).
           05 DL-DECL-DATE         PIC X(8).

       FD ACK-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS ACK-REC
               88 AK-DECLINED        VALUE 'D'.
           05 FILLER               PIC XX.

      *    CARD VAULT - READ ONLY, TO MATCH TOKENS TO THE CARD
      *    NUMBERS ON THE ACKNOWLEDGMENTS (LAYOUT AS IN CBLJCB02).
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

       FD RECON-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS RECON-LINE

       01 WS-SET-FILE-STATUS       PIC XX.
       01 WS-ACK-FILE-STATUS       PIC XX.
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
       01 CARD-MASK                PIC X(15)
                                   VALUE '****-****-****-'.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
           05 C-UNKNOWN-ACK-CTR    PIC 9(5)   VALUE 0.
           05 C-SETTLED-TOTAL      PIC S9(9)V99 VALUE 0.
           05 C-CARRY-CTR          PIC 9(5)   VALUE 0.
           05 C-DECL-LOG-CTR       PIC 9(5)   VALUE 0.

       01 SET-SUB                  PIC 9(4).
       01 PRT-SUB                  PIC 9(4).
               10 TBL-SE-SITE          PIC X(3).
               10 TBL-SE-DATE          PIC X(8).
               10 TBL-SE-RUN-DATE      PIC X(8).
               10 TBL-SE-CARD          PIC X(19).
               10 TBL-SE-STATUS        PIC X.
                   88 SE-OPEN            VALUE ' '.
                   88 SE-SETTLED         VALUE 'S'.
           MOVE CURRENT-DAY                   TO RECON-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO RECON-TITLE-YEAR.
           PERFORM 1100-INIT-HEADING.
           MOVE 'Y' TO CV-OPEN-SW.
           OPEN INPUT CARD-VAULT.
           IF WS-CV-FILE-STATUS NOT = '00'
               MOVE 'N' TO CV-OPEN-SW
           END-IF.
           PERFORM 1050-LOAD-SETTLE-TABLE.
           IF CV-OPEN-SW = 'Y'
               CLOSE CARD-VAULT
           END-IF.
           OPEN EXTEND DECLINE-OUT.
           MOVE 'Y' TO MORE-ACK-RECS.
           OPEN INPUT ACK-INPUT.
           IF WS-ACK-FILE-STATUS NOT = '00'
               MOVE SC-DATE        TO TBL-SE-DATE(SET-CTR)
               MOVE SC-RUN-DATE    TO TBL-SE-RUN-DATE(SET-CTR)
               MOVE SPACE          TO TBL-SE-STATUS(SET-CTR)
               PERFORM 1065-RESOLVE-TOKEN
           ELSE
               MOVE 'Y' TO SET-OVERFLOW-SW
           END-IF.
           PERFORM 9100-READ-SETTLE.

      *    THE CARD THE ACKNOWLEDGMENT WILL CARRY - THE VAULT'S
      *    NUMBER FOR A TOKEN, THE REGISTER'S OWN FIELD FOR AN ITEM
      *    FROM BEFORE THE VAULT.  A TOKEN THE VAULT CAN'T RESOLVE
      *    NEVER WENT TO THE PROCESSOR, SO IT SIMPLY NEVER MATCHES.
       1065-RESOLVE-TOKEN.
           MOVE SC-CCNUM TO TBL-SE-CARD(SET-CTR).
           MOVE SC-CCNUM TO CARD-TOKEN.
           IF TK-IS-TOKEN AND CV-OPEN-SW = 'Y'
               MOVE SC-CCNUM TO CV-TOKEN
               READ CARD-VAULT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CV-CCNUM TO TBL-SE-CARD(SET-CTR)
               END-READ
           END-IF.

       9100-READ-SETTLE.
           READ SETTLE-CHECK
               AT END MOVE 'N' TO MORE-SET-RECS

       2100-MATCH-EXACT.
           IF SE-OPEN(SET-SUB)
            AND TBL-SE-CARD(SET-SUB)     = AK-CCNUM
            AND TBL-SE-TYPE(SET-SUB)     = AK-TYPE
            AND TBL-SE-RUN-DATE(SET-SUB) = AK-DATE
            AND TBL-SE-AMT(SET-SUB)      = AK-AMT
               ELSE
                   MOVE 'D' TO TBL-SE-STATUS(SET-SUB)
                   ADD 1 TO C-DECLINE-CTR
                   PERFORM 2110-LOG-DECLINE
               END-IF
           ELSE
               ADD 1 TO SET-SUB
           END-IF.

       2110-LOG-DECLINE.
           MOVE SPACES                     TO DECL-REC.
           MOVE TBL-SE-TYPE(SET-SUB)       TO DL-TYPE.
           MOVE TBL-SE-CCTYPE(SET-SUB)     TO DL-CCTYPE.
           MOVE TBL-SE-CCNUM(SET-SUB)      TO DL-CCNUM.
           MOVE TBL-SE-CCEXP(SET-SUB)      TO DL-CCEXP.
           MOVE TBL-SE-AMT(SET-SUB)        TO DL-AMT.
           MOVE TBL-SE-NAME(SET-SUB)       TO DL-NAME.
           MOVE TBL-SE-CAMPGROUND(SET-SUB) TO DL-CAMPGROUND.
           MOVE TBL-SE-SITE(SET-SUB)       TO DL-SITE.
           MOVE TBL-SE-DATE(SET-SUB)       TO DL-DATE.
           MOVE TBL-SE-RUN-DATE(SET-SUB)   TO DL-RUN-DATE.
           MOVE CURRENT-DATE               TO DL-DECL-DATE.
           WRITE DECL-REC.
           ADD 1 TO C-DECL-LOG-CTR.

       2200-MATCH-ON-KEY.
           IF SE-OPEN(SET-SUB)
            AND TBL-SE-CARD(SET-SUB)     = AK-CCNUM
            AND TBL-SE-TYPE(SET-SUB)     = AK-TYPE
            AND TBL-SE-RUN-DATE(SET-SUB) = AK-DATE
               MOVE 'Y' TO ACK-MATCH-SW
           END-IF.
           MOVE TBL-SE-NAME(SET-SUB)     TO O-RC-NAME.
           MOVE TBL-SE-CCNUM(SET-SUB)    TO O-RC-CCNUM.
           MOVE CARD-MASK                TO O-RC-CCNUM(1:15).
           MOVE TBL-SE-TYPE(SET-SUB)     TO O-RC-TYPE.
           MOVE TBL-SE-RUN-DATE(SET-SUB) TO O-RC-DATE.
           MOVE TBL-SE-AMT(SET-SUB)      TO O-RC-REG-AMT.
           PERFORM 3200-UNSEEN-REPORT.
           PERFORM 3300-RECON-TOTALS.
           PERFORM 3400-REWRITE-SETTLE.
           PERFORM 3450-CLEAR-PROC-SUB.
           PERFORM 3500-RUN-BALANCE.
           IF WS-ACK-FILE-STATUS = '00' OR WS-ACK-FILE-STATUS = '10'
               CLOSE ACK-INPUT
           END-IF.
           CLOSE DECLINE-OUT.
           CLOSE RECON-OUT.

      *    LIST EVERY DECLINE SO THE OFFICE CAN CHASE A NEW CARD
           IF SE-DECLINED(PRT-SUB)
               MOVE TBL-SE-NAME(PRT-SUB)     TO O-RC-NAME
               MOVE TBL-SE-CCNUM(PRT-SUB)    TO O-RC-CCNUM
               MOVE CARD-MASK                TO O-RC-CCNUM(1:15)
               MOVE TBL-SE-TYPE(PRT-SUB)     TO O-RC-TYPE
               MOVE TBL-SE-RUN-DATE(PRT-SUB) TO O-RC-DATE
               MOVE TBL-SE-AMT(PRT-SUB)      TO O-RC-REG-AMT
               END-IF
               MOVE TBL-SE-NAME(PRT-SUB)     TO O-RC-NAME
               MOVE TBL-SE-CCNUM(PRT-SUB)    TO O-RC-CCNUM
               MOVE CARD-MASK                TO O-RC-CCNUM(1:15)
               MOVE TBL-SE-TYPE(PRT-SUB)     TO O-RC-TYPE
               MOVE TBL-SE-RUN-DATE(PRT-SUB) TO O-RC-DATE
               MOVE TBL-SE-AMT(PRT-SUB)      TO O-RC-REG-AMT
           END-IF.
           ADD 1 TO PRT-SUB.

      *    EMPTY PROCSUB.DAT NOW THE PROCESSOR HAS ANSWERED FOR IT.
      *    EVERY ITEM ON IT IS ALSO ON THE REGISTER, AND ANYTHING NOT
      *    YET SETTLED CARRIES FORWARD THERE, SO ONLY THE CLEAR CARD
      *    NUMBERS GO.  WITH NO SETTACK.DAT THE PROCESSOR HAS NOT
      *    ANSWERED YET AND THE SUBMISSION IS LEFT FOR THE NEXT RUN.
       3450-CLEAR-PROC-SUB.
           IF WS-ACK-FILE-STATUS = '00' OR WS-ACK-FILE-STATUS = '10'
               OPEN OUTPUT PROC-SUB-OUT
               CLOSE PROC-SUB-OUT
           ELSE
               MOVE '*** NO SETTACK.DAT - PROCSUB.DAT LEFT IN PLACE'
                   TO O-BAL-FLAG-MSG
               WRITE RECON-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

      *    PROVE THE RUN: EVERY REGISTER ITEM LOADED MUST END THE RUN
      *    SETTLED, DECLINED, MISMATCHED, OR STILL OPEN, AND EVERY
      *    ACKNOWLEDGMENT MUST HAVE MATCHED AN ITEM OR BEEN COUNTED
               AFTER ADVANCING 1 LINE.
           MOVE 'CARRIED FORWARD ON REGISTER   ' TO O-BAL-LABEL.
           MOVE C-CARRY-CTR                      TO O-BAL-CTR.
           WRITE RECON-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DECLINES LOGGED TO DECLINE.DAT' TO O-BAL-LABEL.
           MOVE C-DECL-LOG-CTR                   TO O-BAL-CTR.
           WRITE RECON-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-SET-READ-CTR = C-SETTLED-CTR + C-DECLINE-CTR
            AND C-ACK-READ-CTR = C-SETTLED-CTR + C-DECLINE-CTR
                               + C-MISMATCH-CTR + C-UNKNOWN-ACK-CTR
            AND SET-OVERFLOW-SW = 'N'
            AND C-DECL-LOG-CTR = C-DECLINE-CTR
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - CHECK BEFORE TRUSTING'
