      *    STAY-HISTORY ARCHIVE AND BREAKS OUT SITE REVENUE, TAX,
      *    AND FEES BY CAMPGROUND AND ARRIVAL MONTH, THEN PICKS THE
      *    REFUND CREDITS OFF THE LIVE SETTLEMENT REGISTER AND THE
      *    SETTLED-ITEM HISTORY BY CAMPGROUND AND SETTLEMENT MONTH,
      *    ALONG WITH THE LOST CHARGEBACKS CBLJCB18 REVERSES INTO THE
      *    HISTORY.
      *    THE SAME FIGURES GO OUT AS A COMMA-DELIMITED JOURNAL FILE
      *    THE ACCOUNTING PACKAGE CAN LOAD, THE SAME WAY CBLJCB06'S
      *    SPREADSHEET EXTRACT WORKS.
       FD CAMPRES-INPUT
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

       FD STAY-HIST-INPUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS STAY-HIST-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 STAY-HIST-REC            PIC X(200).

       FD SETTLE-INPUT
       LABEL RECORD IS OMITTED

      *    COMMA-DELIMITED JOURNAL - ONE 'TAX' RECORD PER CAMPGROUND
      *    PER MONTH WITH ACTIVITY, CARRYING THE SAME FIGURES AS THE
      *    PRINT REPORT SO THE TWO ALWAYS AGREE, AND A 'CBK' RECORD
      *    REVERSING THE REVENUE FOR ANY MONTH WITH LOST CHARGEBACKS.
       FD JOURNAL-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS JOURNAL-REC
           05 C-STAY-SKIP-CTR      PIC 9(6)   VALUE 0.
           05 C-SET-READ-CTR       PIC 9(6)   VALUE 0.
           05 C-REF-TALLY-CTR      PIC 9(6)   VALUE 0.
           05 C-CBK-TALLY-CTR      PIC 9(6)   VALUE 0.
           05 C-SET-SKIP-CTR       PIC 9(6)   VALUE 0.

       01 GRAND-TOTALS.
           05 G-TAX                PIC S9(9)V99 VALUE 0.
           05 G-FEE                PIC S9(9)V99 VALUE 0.
           05 G-REFUND             PIC S9(9)V99 VALUE 0.
           05 G-CHGBK              PIC S9(9)V99 VALUE 0.

       01 CAMPGROUND-CTR           PIC 9(4) VALUE 0.
       01 CAMPGROUND-TABLE.
                   15 TX-TAX           PIC S9(9)V99.
                   15 TX-FEE           PIC S9(9)V99.
                   15 TX-REFUND        PIC S9(9)V99.
                   15 TX-CHGBK         PIC S9(9)V99.

      *    JOURNAL EXPORT WORK FIELDS - EACH AMOUNT IS EDITED INTO
      *    JR-AMT-E AND APPENDED WITH THE STRING POINTER, THE SAME
           05 FILLER               PIC X(15)   VALUE 'SITE REVENUE'.
           05 FILLER               PIC X(15)   VALUE 'TAX COLLECTED'.
           05 FILLER               PIC X(15)   VALUE 'FEES COLLECTED'.
           05 FILLER               PIC X(15)   VALUE 'REFUNDS'.
           05 FILLER               PIC X(11)   VALUE 'CHARGEBACKS'.

       01 TAX-DETAIL-LINE.
           05 O-TX-PER-YYYY        PIC 9(4).
           05 O-TX-FEE             PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-TX-REFUND          PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-TX-CHGBK           PIC $$$,$$$,$$9.99-.

       01 TAX-GRAND-LINE.
           05 FILLER               PIC X(9)    VALUE 'TOTAL'.
           05 O-TG-FEE             PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-TG-REFUND          PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-TG-CHGBK           PIC $$$,$$$,$$9.99-.

       01 TAX-TRUNC-LINE.
           05 FILLER               PIC X(44)   VALUE

      *    ONLY THE CREDIT SIDE OF THE SETTLEMENT DATA MATTERS HERE
      *    - REFUNDS COME OFF THE REMITTANCE - AND THEY BUCKET BY
      *    THE MONTH THEY WERE SUBMITTED IN.  A 'B' IS A CHARGEBACK
      *    THE GUEST WON FROM US, REVERSED INTO THE HISTORY BY
      *    CBLJCB18 UNDER THE DATE THE LOSS WAS POSTED, AND TALLIES
      *    IN ITS OWN COLUMN.  CHARGES ARE COUNTED AS SKIPPED SO THE
      *    RUN STILL PROVES ITSELF.
       2320-TALLY-ONE-REFUND.
           MOVE 'N' TO PERIOD-FOUND-SW.
           IF (SE-TYPE = 'R' OR SE-TYPE = 'B') AND SE-RUN-DATE NUMERIC
               MOVE SE-CAMPGROUND TO O-CAMPGROUND
               PERFORM 2400-FIND-CAMPGROUND
               IF CG-FOUND-SW = 'Y'
               END-IF
           END-IF.
           IF PERIOD-FOUND-SW = 'Y'
               IF SE-TYPE = 'B'
                   ADD SE-AMT TO TX-CHGBK(C-CG-SUB, C-PER-SUB)
                   ADD SE-AMT TO G-CHGBK
                   ADD 1 TO C-CBK-TALLY-CTR
               ELSE
                   ADD SE-AMT TO TX-REFUND(C-CG-SUB, C-PER-SUB)
                   ADD SE-AMT TO G-REFUND
                   ADD 1 TO C-REF-TALLY-CTR
               END-IF
           ELSE
               ADD 1 TO C-SET-SKIP-CTR
           END-IF.
            OR TX-TAX(C-CG-SUB, C-PRT-PER-SUB) NOT = 0
            OR TX-FEE(C-CG-SUB, C-PRT-PER-SUB) NOT = 0
            OR TX-REFUND(C-CG-SUB, C-PRT-PER-SUB) NOT = 0
            OR TX-CHGBK(C-CG-SUB, C-PRT-PER-SUB) NOT = 0
               MOVE C-PER-YYYY TO O-TX-PER-YYYY
               MOVE C-PER-MM   TO O-TX-PER-MM
               MOVE TX-REV(C-CG-SUB, C-PRT-PER-SUB)    TO O-TX-REV
               MOVE TX-TAX(C-CG-SUB, C-PRT-PER-SUB)    TO O-TX-TAX
               MOVE TX-FEE(C-CG-SUB, C-PRT-PER-SUB)    TO O-TX-FEE
               MOVE TX-REFUND(C-CG-SUB, C-PRT-PER-SUB) TO O-TX-REFUND
               MOVE TX-CHGBK(C-CG-SUB, C-PRT-PER-SUB)  TO O-TX-CHGBK
               WRITE TAX-LINE FROM TAX-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 3120-WRITE-JOURNAL-REC
           STRING ',' JR-AMT-E DELIMITED BY SIZE
               INTO JOURNAL-REC WITH POINTER JR-PTR.
           WRITE JOURNAL-REC.
           IF TX-CHGBK(C-CG-SUB, C-PRT-PER-SUB) NOT = 0
               MOVE SPACES TO JOURNAL-REC
               MOVE 1 TO JR-PTR
               STRING 'CBK,' TBL-CAMPGROUND-NAME(C-CG-SUB) ','
                   JR-PERIOD DELIMITED BY SIZE
                   INTO JOURNAL-REC WITH POINTER JR-PTR
               MOVE TX-CHGBK(C-CG-SUB, C-PRT-PER-SUB) TO JR-AMT-E
               STRING ',' JR-AMT-E DELIMITED BY SIZE
                   INTO JOURNAL-REC WITH POINTER JR-PTR
               WRITE JOURNAL-REC
           END-IF.

       3130-FIND-NEXT-PERIOD.
           MOVE 0 TO C-PRT-PER-SUB.
           MOVE G-TAX    TO O-TG-TAX.
           MOVE G-FEE    TO O-TG-FEE.
           MOVE G-REFUND TO O-TG-REFUND.
           MOVE G-CHGBK  TO O-TG-CHGBK.
           WRITE TAX-LINE FROM TAX-GRAND-LINE
               AFTER ADVANCING 3 LINES.

      *    PROVE THE RUN: EVERY STAY READ (LIVE OR ARCHIVED) WAS
      *    TALLIED OR SKIPPED, AND EVERY SETTLEMENT RECORD READ WAS
      *    A REFUND OR CHARGEBACK TALLIED OR COUNTED AS SKIPPED
      *    (CHARGES AND UNKNOWN CAMPGROUNDS).
       3200-RUN-BALANCE.
           WRITE TAX-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES.
               AFTER ADVANCING 1 LINE.
           MOVE 'REFUNDS TALLIED             ' TO O-BAL-LABEL.
           MOVE C-REF-TALLY-CTR                TO O-BAL-CTR.
           WRITE TAX-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CHARGEBACKS TALLIED         ' TO O-BAL-LABEL.
           MOVE C-CBK-TALLY-CTR                TO O-BAL-CTR.
           WRITE TAX-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CHARGES AND SKIPPED         ' TO O-BAL-LABEL.
               AFTER ADVANCING 1 LINE.
           IF C-RES-READ-CTR + C-SH-READ-CTR
               = C-STAY-TALLY-CTR + C-STAY-SKIP-CTR
            AND C-SET-READ-CTR = C-REF-TALLY-CTR + C-CBK-TALLY-CTR
                               + C-SET-SKIP-CTR
            AND PERIOD-OVERFLOW-SW = 'N'
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
