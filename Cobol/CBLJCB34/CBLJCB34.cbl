       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB34.
       AUTHOR. JEFF BIRKNER.

      *    MONTH-END CLOSE OF THE FURNITURE SALES TOTALS.  CBLJCB06
      *    CARRIES THE MONTH IN SLMACCUM.DAT AND FURACCUM.DAT AND ONLY
      *    ZEROES IT WHEN THE FIRST RUN OF THE NEXT MONTH ROLLS THE
      *    ACCUMULATORS, SO UNTIL NOW A CLOSED MONTH'S FIGURES WERE
      *    SIMPLY GONE AND A LATE BATCH LANDED WHEREVER IT FELL.  THIS
      *    RUN FREEZES THE MONTH NAMED ON THE CLOSEPRD.DAT CARD
      *    (CCYYMM):
      *      - ONE PERIODHST.DAT RECORD PER SALESPERSON AND PER
      *        FURNITURE CATEGORY WITH ANY ACTIVITY IN THE MONTH, AND
      *        ONE FOR THE STORE, EACH WITH THE NET SALES, THE RETURNS
      *        (COUNT AND DOLLARS), THE COMMISSION AND THE PRIOR-PERIOD
      *        ADJUSTMENTS THAT POSTED INTO THE MONTH.
      *      - PERIODCTL.DAT REWRITTEN WITH THE MONTH AS THE LAST ONE
      *        CLOSED.  FROM THEN ON CBLJCB06 REFUSES ANY RUN DATED IN
      *        A CLOSED MONTH AND ANY TICKET DATED IN ONE THAT IS NOT
      *        MARKED AS A PRIOR-PERIOD ADJUSTMENT, AND WILL NOT ROLL
      *        THE ACCUMULATORS PAST A MONTH THAT HAS NOT BEEN CLOSED.
      *      - CLOSE.PRT LISTING EVERYTHING FROZEN, WITH A BALANCE
      *        SECTION THAT CROSS-FOOTS THE SALESPERSON AND CATEGORY
      *        FIGURES AGAINST THE STORE TOTALS.  AN OUT-OF-BALANCE
      *        MONTH STILL CLOSES AS FILED - THE FLAG SAYS TO LOOK.
      *
      *    THE CLOSE IS REFUSED, AND NOTHING IS WRITTEN BUT THE REASON
      *    ON CLOSE.PRT, WHEN THE CARD IS MISSING OR NOT A MONTH, WHEN
      *    ACCUMCTL.DAT DOES NOT SAY THE ACCUMULATORS HOLD THAT MONTH,
      *    WHEN THE MONTH IS ALREADY CLOSED OR ALREADY ON PERIODHST.DAT,
      *    OR WHEN IT IS LATER THAN THE RUN DATE.  THE RUN DATE CAN BE
      *    SET FROM RUNDATE.DAT, AS CBLJCB06 DOES.  CBLJCB35 REPRINTS
      *    OR COMPARES ANY CLOSED MONTH FROM PERIODHST.DAT.

       ENVIRONMENT DIVISION.
           SELECT CLOSE-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\CLOSEPRD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CC-FILE-STATUS.

           SELECT RUN-DATE-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\RUNDATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RDC-FILE-STATUS.

           SELECT ACC-CTL-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\ACCUMCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACC-CTL-FILE-STATUS.

           SELECT PERIOD-CTL-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\PERIODCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT SLM-ACCUM-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\SLMACCUM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SLM-ACC-FILE-STATUS.

           SELECT FUR-ACCUM-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\FURACCUM.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FUR-ACC-FILE-STATUS.

           SELECT SLM-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\SLMMAST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SLM-MST-FILE-STATUS.

           SELECT FURN-CAT-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\FURNCAT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FC-MST-FILE-STATUS.

           SELECT PERIOD-HIST-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\PERIODHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT PERIOD-HIST-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\PERIODHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLOSEOUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\CLOSE.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
      *    CLOSE PARAMETER CARD - THE ONE MONTH TO CLOSE, CCYYMM.
      *    THERE IS NO DEFAULT: A CLOSE IS NEVER RUN BY ACCIDENT.
       FD CLOSE-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS CLOSE-CARD-REC
       RECORD CONTAINS 6 CHARACTERS.

       01 CLOSE-CARD-REC.
           05 CC-PERIOD           PIC X(6).
           05 CC-PERIOD-R REDEFINES CC-PERIOD.
               10 CC-YEAR         PIC X(4).
               10 CC-MONTH        PIC XX.

       FD RUN-DATE-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS RUN-DATE-CARD-REC
       RECORD CONTAINS 8 CHARACTERS.

       01 RUN-DATE-CARD-REC        PIC X(8).

      *    THE MONTH THE ACCUMULATORS HOLD - SEE ACC-CTL-REC IN
      *    CBLJCB06.
       FD ACC-CTL-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS ACC-CTL-REC
       RECORD CONTAINS 6 CHARACTERS.

       01 ACC-CTL-REC.
           05 AC-MONTH             PIC XX.
           05 AC-YEAR              PIC X(4).

      *    THE LAST MONTH CLOSED (CCYYMM) AND THE DATE IT WAS CLOSED.
      *    READ AT INIT, REWRITTEN BY A CLOSE THAT GOES THROUGH.
       FD PERIOD-CTL-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS PC-REC
       RECORD CONTAINS 14 CHARACTERS.

       01 PC-REC.
           05 PC-LAST-CLOSED       PIC X(6).
           05 PC-CLOSE-DATE        PIC X(8).

      *    MONTH-TO-DATE CARRY-FORWARD FILES - SEE SLM-ACC-REC AND
      *    FUR-ACC-REC IN CBLJCB06.  RECORD 0 ON EACH IS THE STORE.
       FD SLM-ACCUM-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS SLM-ACC-REC
       RECORD CONTAINS 67 CHARACTERS.

       01 SLM-ACC-REC.
           05 SA-SLM-NUM          PIC 99.
           05 SA-MTD-AMT     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 SA-YTD-AMT     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 SA-MTD-RET-CNT      PIC 9(5).
           05 SA-MTD-RET-AMT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 SA-MTD-COMM    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 SA-MTD-ADJ-AMT PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD FUR-ACCUM-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS FUR-ACC-REC
       RECORD CONTAINS 54 CHARACTERS.

       01 FUR-ACC-REC.
           05 FA-FUR-CODE         PIC 9.
           05 FA-MTD-AMT     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FA-YTD-AMT     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FA-MTD-RET-CNT      PIC 9(5).
           05 FA-MTD-RET-AMT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FA-MTD-ADJ-AMT PIC S9(9)V99 SIGN LEADING SEPARATE.

      *    SALESPERSON AND CATEGORY MASTERS - READ ONLY FOR THE NAMES
      *    FROZEN WITH THE FIGURES.  SEE CBLJCB06.
       FD SLM-MASTER
       LABEL RECORD IS OMITTED
       DATA RECORD IS SLM-MST-REC
       RECORD CONTAINS 30 CHARACTERS.

       01 SLM-MST-REC.
           05 SM-SLM-NUM          PIC 99.
           05 SM-STATUS           PIC X.
           05 SM-SLM-NAME         PIC X(25).
           05 SM-COMM-RATE        PIC V99.

       FD FURN-CAT-MASTER
       LABEL RECORD IS OMITTED
       DATA RECORD IS FC-MST-REC
       RECORD CONTAINS 23 CHARACTERS.

       01 FC-MST-REC.
           05 FC-FUR-CODE         PIC 9.
           05 FC-FUR-NAME         PIC X(22).

      *    PERIOD HISTORY - ONE RECORD PER SALESPERSON ('SLM'), PER
      *    FURNITURE CATEGORY ('FUR') AND FOR THE STORE ('STO', CODE
      *    0) FOR EVERY CLOSED MONTH.  APPENDED BY THIS RUN ONLY, SO
      *    A CLOSED MONTH READS BACK EXACTLY AS IT WAS CLOSED.  THE
      *    NET IS AFTER RETURNS; GROSS SALES ARE NET PLUS RETURNS.
      *    COMMISSION IS KEPT BY SALESPERSON AND FOR THE STORE ONLY.
       FD PERIOD-HIST-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS PH-CHK-REC
       RECORD CONTAINS 97 CHARACTERS.

       01 PH-CHK-REC.
           05 PH-CHK-PERIOD        PIC X(6).
           05 FILLER               PIC X(91).

       FD PERIOD-HIST-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS PH-REC
       RECORD CONTAINS 97 CHARACTERS.

       01 PH-REC.
           05 PH-PERIOD            PIC 9(6).
           05 PH-REC-TYPE          PIC X(3).
               88 PH-SLM               VALUE 'SLM'.
               88 PH-FUR               VALUE 'FUR'.
               88 PH-STORE             VALUE 'STO'.
           05 PH-CODE              PIC 99.
           05 PH-NAME              PIC X(25).
           05 PH-NET-AMT     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PH-RET-CNT           PIC 9(5).
           05 PH-RET-AMT     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PH-COMM-AMT    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PH-ADJ-AMT     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PH-CLOSE-DATE        PIC X(8).

       FD CLOSEOUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS CLOSE-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 CLOSE-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-SLM-ACC-RECS    PIC X.
           05 MORE-FUR-ACC-RECS    PIC X.
           05 MORE-SLM-MST-RECS    PIC X.
           05 MORE-FC-MST-RECS     PIC X.
           05 MORE-PH-RECS         PIC X.
      *    CLOSE-OK-SW - 'N' ONCE ANY TEST IN 1300-CHECK-CLOSE FAILS;
      *    NOTHING IS THEN WRITTEN BUT THE REFUSAL.
           05 CLOSE-OK-SW          PIC X      VALUE 'Y'.
           05 OUT-OF-BAL-SW        PIC X      VALUE 'N'.

       01 WS-CC-FILE-STATUS        PIC XX.
       01 WS-RDC-FILE-STATUS       PIC XX.
       01 WS-ACC-CTL-FILE-STATUS   PIC XX.
       01 WS-PC-FILE-STATUS        PIC XX.
       01 WS-SLM-ACC-FILE-STATUS   PIC XX.
       01 WS-FUR-ACC-FILE-STATUS   PIC XX.
       01 WS-SLM-MST-FILE-STATUS   PIC XX.
       01 WS-FC-MST-FILE-STATUS    PIC XX.
       01 WS-PH-FILE-STATUS        PIC XX.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 C-SUB                PIC 9(3).
      *    THE MONTH BEING CLOSED, THE MONTH OF THE RUN DATE, THE
      *    MONTH THE ACCUMULATORS HOLD AND THE LAST MONTH CLOSED, ALL
      *    CCYYMM SO THEY COMPARE IN ORDER.  ZERO WHERE UNKNOWN.
           05 C-CLOSE-PERIOD       PIC 9(6)   VALUE 0.
           05 C-RUN-PERIOD         PIC 9(6)   VALUE 0.
           05 C-ACC-PERIOD         PIC 9(6)   VALUE 0.
           05 C-LAST-CLOSED        PIC 9(6)   VALUE 0.
           05 C-CMP-DETAIL         PIC S9(9)V99.
           05 C-CMP-CONTROL        PIC S9(9)V99.

       01 C-PERIOD-WORK.
           05 C-PW-YEAR            PIC X(4).
           05 C-PW-MONTH           PIC XX.
       01 C-PERIOD-WORK-R REDEFINES C-PERIOD-WORK.
           05 C-PW-PERIOD          PIC 9(6).

      *    RUN CONTROL (SEE 3200-RUN-BALANCE).  THE DETAIL SUMS ARE
      *    FOOTED FROM THE SALESPERSON AND CATEGORY RECORDS AND MUST
      *    EQUAL THE STORE RECORD ON EACH ACCUMULATOR FILE.
       01 RUN-CTL-CTRS.
           05 C-SLM-READ-CTR       PIC 9(5)   VALUE 0.
           05 C-FUR-READ-CTR       PIC 9(5)   VALUE 0.
           05 C-SLM-BAD-CTR        PIC 9(5)   VALUE 0.
           05 C-FUR-BAD-CTR        PIC 9(5)   VALUE 0.
           05 C-PH-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-PH-FOUND-CTR       PIC 9(6)   VALUE 0.
           05 C-SLM-HIST-CTR       PIC 9(5)   VALUE 0.
           05 C-FUR-HIST-CTR       PIC 9(5)   VALUE 0.
           05 C-STO-HIST-CTR       PIC 9(5)   VALUE 0.
           05 C-SUM-SLM-NET        PIC S9(9)V99 VALUE 0.
           05 C-SUM-SLM-RET-CNT    PIC 9(5)   VALUE 0.
           05 C-SUM-SLM-RET-AMT    PIC S9(9)V99 VALUE 0.
           05 C-SUM-SLM-COMM       PIC S9(9)V99 VALUE 0.
           05 C-SUM-SLM-ADJ        PIC S9(9)V99 VALUE 0.
           05 C-SUM-FUR-NET        PIC S9(9)V99 VALUE 0.
           05 C-SUM-FUR-RET-CNT    PIC 9(5)   VALUE 0.
           05 C-SUM-FUR-RET-AMT    PIC S9(9)V99 VALUE 0.
           05 C-SUM-FUR-ADJ        PIC S9(9)V99 VALUE 0.

      *    THE STORE RECORDS - RECORD 0 ON SLMACCUM.DAT CARRIES THE
      *    STORE NET, RETURNS, COMMISSION AND ADJUSTMENTS; RECORD 0 ON
      *    FURACCUM.DAT CARRIES THE CATEGORY GRAND NET.
       01 STORE-CLOSE.
           05 C-STO-NET            PIC S9(9)V99 VALUE 0.
           05 C-STO-RET-CNT        PIC 9(5)   VALUE 0.
           05 C-STO-RET-AMT        PIC S9(9)V99 VALUE 0.
           05 C-STO-COMM           PIC S9(9)V99 VALUE 0.
           05 C-STO-ADJ            PIC S9(9)V99 VALUE 0.
           05 C-FUR-GRAND-NET      PIC S9(9)V99 VALUE 0.

      *    ONE ENTRY PER SALESPERSON NUMBER, LOADED FROM SLMACCUM.DAT
      *    WITH THE NAME FROM SLMMAST.DAT.
       01 SLM-CLOSE-TABLE.
           05 SLM-CLOSE-ENTRY   OCCURS 99 TIMES.
               10 TBL-SC-NAME          PIC X(25).
               10 TBL-SC-ON-FILE       PIC X.
                   88 TBL-SC-LOADED      VALUE 'Y'.
               10 TBL-SC-NET           PIC S9(9)V99.
               10 TBL-SC-RET-CNT       PIC 9(5).
               10 TBL-SC-RET-AMT       PIC S9(9)V99.
               10 TBL-SC-COMM          PIC S9(9)V99.
               10 TBL-SC-ADJ           PIC S9(9)V99.

       01 FUR-CLOSE-TABLE.
           05 FUR-CLOSE-ENTRY   OCCURS 9 TIMES.
               10 TBL-FC-NAME          PIC X(22).
               10 TBL-FC-ON-FILE       PIC X.
                   88 TBL-FC-LOADED      VALUE 'Y'.
               10 TBL-FC-NET           PIC S9(9)V99.
               10 TBL-FC-RET-CNT       PIC 9(5).
               10 TBL-FC-RET-AMT       PIC S9(9)V99.
               10 TBL-FC-ADJ           PIC S9(9)V99.

       01 CLOSE-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 CLOSE-TITLE-DATE.
               10 CLOSE-TITLE-MONTH PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 CLOSE-TITLE-DAY  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 CLOSE-TITLE-YEAR PIC X(4).
           05 FILLER               PIC X(40)   VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE 'FURNITURE SALES CLOSE'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 CLOSE-TITLE-PAGE     PIC Z9.

       01 CLOSE-TITLE-LINE2.
           05 FILLER               PIC X(47)   VALUE SPACES.
           05 FILLER               PIC X(16)   VALUE
              'MONTH-END CLOSE '.
           05 O-CT-MONTH           PIC XX.
           05 FILLER               PIC X       VALUE '/'.
           05 O-CT-YEAR            PIC X(4).

       01 CLOSE-SECTION-LINE.
           05 O-CS-TITLE           PIC X(40).

       01 CLOSE-COL-HEADING.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(27)   VALUE 'NAME'.
           05 FILLER               PIC X(17)   VALUE '      NET SALES'.
           05 FILLER               PIC X(8)    VALUE 'RETURNS'.
           05 FILLER               PIC X(17)   VALUE '     RETURN AMT'.
           05 FILLER               PIC X(17)   VALUE '     COMMISSION'.
           05 FILLER               PIC X(15)   VALUE '    ADJUSTMENTS'.

       01 CLOSE-DETAIL-LINE.
           05 O-CD-CODE            PIC Z9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-CD-NAME            PIC X(25).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-CD-NET             PIC $$$$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-CD-RET-CNT         PIC ZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-CD-RET-AMT         PIC $$$$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-CD-COMM-X.
               10 O-CD-COMM        PIC $$$$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-CD-ADJ             PIC $$$$,$$$,$$9.99-.

       01 CLOSE-NONE-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(30)   VALUE
              'NO ACTIVITY IN THE MONTH'.

      *    WHY A CLOSE WAS REFUSED, AND WHAT TO DO ABOUT IT.
       01 REFUSE-LINE.
           05 FILLER               PIC X(4)    VALUE '*** '.
           05 O-RF-MSG             PIC X(50).
           05 FILLER               PIC X(26)   VALUE
              ' - CLOSE NOT RUN ***'.

       01 REFUSE-ACTION-LINE.
           05 FILLER               PIC X(4)    VALUE '*** '.
           05 O-RF-ACTION          PIC X(60).

       01 RF-ACTION-CARD.
           05 FILLER               PIC X(40)   VALUE
              'PUT THE MONTH TO CLOSE ON CLOSEPRD.DAT A'.
           05 FILLER               PIC X(20)   VALUE
              'S CCYYMM AND RERUN'.

       01 RF-ACTION-ACC.
           05 FILLER               PIC X(40)   VALUE
              'ACCUMULATORS HOLD ANOTHER MONTH - CHECK '.
           05 FILLER               PIC X(20)   VALUE
              'THE CARD'.

       01 RF-ACTION-CLOSED.
           05 FILLER               PIC X(40)   VALUE
              'A CLOSED MONTH IS NEVER RECLOSED - POST '.
           05 FILLER               PIC X(20)   VALUE
              'AN ADJUSTMENT'.

       01 RF-ACTION-FUTURE.
           05 FILLER               PIC X(40)   VALUE
              'A MONTH CANNOT CLOSE BEFORE IT HAS BEGUN'.
           05 FILLER               PIC X(20)   VALUE SPACES.

       01 CLOSED-LINE.
           05 FILLER               PIC X(13)   VALUE 'MONTH CLOSED '.
           05 O-CL-MONTH           PIC XX.
           05 FILLER               PIC X       VALUE '/'.
           05 O-CL-YEAR            PIC X(4).
           05 FILLER               PIC X(42)   VALUE
              ' - PERIODCTL.DAT AND PERIODHST.DAT UPDATED'.

       01 BALANCE-TITLE.
           05 FILLER               PIC X(23)   VALUE
              'RUN CONTROL AND BALANCE'.

       01 BALANCE-DETAIL-LINE.
           05 O-BAL-LABEL          PIC X(32).
           05 O-BAL-CTR            PIC ZZZ,ZZ9.

       01 BALANCE-CMP-HEADING.
           05 FILLER               PIC X(32)   VALUE SPACES.
           05 FILLER               PIC X(17)   VALUE
              '    DETAIL FOOTED'.
           05 FILLER               PIC X(17)   VALUE
              '     STORE RECORD'.

       01 BALANCE-CMP-LINE.
           05 O-BC-LABEL           PIC X(32).
           05 O-BC-DETAIL          PIC $$$$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-BC-CONTROL         PIC $$$$,$$$,$$9.99-.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BC-FLAG            PIC X(12).

       01 BAL-OFF-MSG.
           05 FILLER               PIC X(40)   VALUE
              '*** CLOSE OUT OF BALANCE - CLOSED AS FIL'.
           05 FILLER               PIC X(20)   VALUE
              'ED, CHECK ACCUMS ***'.

       01 BALANCE-FLAG-LINE.
           05 O-BAL-FLAG-MSG       PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF CLOSE-OK-SW = 'Y'
               PERFORM 2000-FREEZE-PERIOD
               PERFORM 3200-RUN-BALANCE
               PERFORM 3300-WRITE-PERIOD-CTL
           ELSE
               PERFORM 3100-PRINT-REFUSAL
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT CLOSEOUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           PERFORM 1040-READ-RUN-DATE.
           MOVE CURRENT-MONTH                 TO CLOSE-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO CLOSE-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO CLOSE-TITLE-YEAR.
           MOVE CURRENT-YEAR                  TO C-PW-YEAR.
           MOVE CURRENT-MONTH                 TO C-PW-MONTH.
           MOVE C-PW-PERIOD                   TO C-RUN-PERIOD.
           PERFORM 1200-READ-CLOSE-CARD.
           PERFORM 1100-INIT-HEADING.
           PERFORM 1210-LOAD-ACC-CTL.
           PERFORM 1220-LOAD-PERIOD-CTL.
           PERFORM 1230-SCAN-PERIOD-HIST.
           PERFORM 1300-CHECK-CLOSE.
           IF CLOSE-OK-SW = 'Y'
               INITIALIZE SLM-CLOSE-TABLE
               INITIALIZE FUR-CLOSE-TABLE
               PERFORM 1050-LOAD-SLM-MASTER
               PERFORM 1060-LOAD-FURN-CAT
               PERFORM 1400-LOAD-SLM-ACCUM
               PERFORM 1500-LOAD-FUR-ACCUM
           END-IF.

      *    A RUNDATE.DAT CARD OVERRIDES TODAY'S DATE, AS IN CBLJCB06,
      *    SO A CLOSE RUN JUST PAST MIDNIGHT IS DATED THE SAME DAY AS
      *    THE WEEK'S LAST POSTING.
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

       1050-LOAD-SLM-MASTER.
           MOVE 'Y' TO MORE-SLM-MST-RECS.
           OPEN INPUT SLM-MASTER.
           IF WS-SLM-MST-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SLM-MST-RECS
           ELSE
               PERFORM 9050-READ-SLM-MASTER
           END-IF.
           PERFORM 1055-BUILD-SLM-NAMES
               UNTIL MORE-SLM-MST-RECS = 'N'.
           IF WS-SLM-MST-FILE-STATUS = '00'
               OR WS-SLM-MST-FILE-STATUS = '10'
               CLOSE SLM-MASTER
           END-IF.

       1055-BUILD-SLM-NAMES.
           IF SM-SLM-NUM NUMERIC AND SM-SLM-NUM > 0
               MOVE SM-SLM-NAME TO TBL-SC-NAME(SM-SLM-NUM)
           END-IF.
           PERFORM 9050-READ-SLM-MASTER.

       1060-LOAD-FURN-CAT.
           MOVE 'Y' TO MORE-FC-MST-RECS.
           OPEN INPUT FURN-CAT-MASTER.
           IF WS-FC-MST-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-FC-MST-RECS
           ELSE
               PERFORM 9060-READ-FURN-CAT
           END-IF.
           PERFORM 1065-BUILD-FUR-NAMES
               UNTIL MORE-FC-MST-RECS = 'N'.
           IF WS-FC-MST-FILE-STATUS = '00'
               OR WS-FC-MST-FILE-STATUS = '10'
               CLOSE FURN-CAT-MASTER
           END-IF.

       1065-BUILD-FUR-NAMES.
           IF FC-FUR-CODE NUMERIC AND FC-FUR-CODE > 0
               MOVE FC-FUR-NAME TO TBL-FC-NAME(FC-FUR-CODE)
           END-IF.
           PERFORM 9060-READ-FURN-CAT.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO CLOSE-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE CLOSE-LINE FROM CLOSE-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE CLOSE-LINE FROM CLOSE-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE CLOSE-LINE FROM CLOSE-TITLE-LINE2
               AFTER ADVANCING 1 LINE.

      *    THE CARD IS TAKEN ONLY AS A REAL MONTH, 01 TO 12.
       1200-READ-CLOSE-CARD.
           MOVE SPACES TO CLOSE-CARD-REC.
           OPEN INPUT CLOSE-CARD.
           IF WS-CC-FILE-STATUS = '00'
               READ CLOSE-CARD
                   AT END
                       MOVE SPACES TO CLOSE-CARD-REC
               END-READ
               CLOSE CLOSE-CARD
           END-IF.
           MOVE CC-MONTH TO O-CT-MONTH.
           MOVE CC-YEAR  TO O-CT-YEAR.
           IF CC-PERIOD NUMERIC
               IF CC-MONTH > '00' AND CC-MONTH < '13'
                   MOVE CC-PERIOD TO C-CLOSE-PERIOD
               END-IF
           END-IF.

       1210-LOAD-ACC-CTL.
           OPEN INPUT ACC-CTL-FILE.
           IF WS-ACC-CTL-FILE-STATUS = '00'
               READ ACC-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AC-YEAR  TO C-PW-YEAR
                       MOVE AC-MONTH TO C-PW-MONTH
                       IF C-PW-PERIOD NUMERIC
                           MOVE C-PW-PERIOD TO C-ACC-PERIOD
                       END-IF
               END-READ
               CLOSE ACC-CTL-FILE
           END-IF.

       1220-LOAD-PERIOD-CTL.
           OPEN INPUT PERIOD-CTL-FILE.
           IF WS-PC-FILE-STATUS = '00'
               READ PERIOD-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-LAST-CLOSED NUMERIC
                           MOVE PC-LAST-CLOSED TO C-LAST-CLOSED
                       END-IF
               END-READ
               CLOSE PERIOD-CTL-FILE
           END-IF.

      *    A CLOSE THAT DIED AFTER WRITING ITS HISTORY BUT BEFORE
      *    PERIODCTL.DAT LEAVES THE MONTH ON FILE BUT NOT MARKED
      *    CLOSED - COUNT ANY RECORDS ALREADY THERE FOR THE MONTH SO
      *    A RERUN CANNOT FREEZE IT TWICE.  THE FIRST CLOSE EVER
      *    FINDS NO FILE AND STARTS AN EMPTY ONE.
       1230-SCAN-PERIOD-HIST.
           MOVE 'Y' TO MORE-PH-RECS.
           OPEN INPUT PERIOD-HIST-FILE.
           IF WS-PH-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-PH-RECS
           ELSE
               PERFORM 9300-READ-PERIOD-HIST
           END-IF.
           PERFORM 1235-CHECK-ONE-HIST
               UNTIL MORE-PH-RECS = 'N'.
           IF WS-PH-FILE-STATUS = '00' OR WS-PH-FILE-STATUS = '10'
               CLOSE PERIOD-HIST-FILE
           END-IF.
           IF WS-PH-FILE-STATUS = '35'
               OPEN OUTPUT PERIOD-HIST-OUT
               CLOSE PERIOD-HIST-OUT
           END-IF.

       1235-CHECK-ONE-HIST.
           ADD 1 TO C-PH-READ-CTR.
           IF PH-CHK-PERIOD = CC-PERIOD
               ADD 1 TO C-PH-FOUND-CTR
           END-IF.
           PERFORM 9300-READ-PERIOD-HIST.

      *    THE FIRST TEST THAT FAILS REFUSES THE CLOSE AND NAMES THE
      *    REASON FOR 3100-PRINT-REFUSAL.
       1300-CHECK-CLOSE.
           MOVE 'Y' TO CLOSE-OK-SW.
           IF C-CLOSE-PERIOD = 0
               MOVE 'N' TO CLOSE-OK-SW
               MOVE 'CLOSEPRD.DAT MISSING OR NOT A CCYYMM MONTH'
                   TO O-RF-MSG
               MOVE RF-ACTION-CARD TO O-RF-ACTION
           ELSE
           IF C-ACC-PERIOD NOT = C-CLOSE-PERIOD
               MOVE 'N' TO CLOSE-OK-SW
               MOVE 'ACCUMCTL.DAT DOES NOT HOLD THE MONTH ON THE CARD'
                   TO O-RF-MSG
               MOVE RF-ACTION-ACC TO O-RF-ACTION
           ELSE
           IF C-CLOSE-PERIOD NOT > C-LAST-CLOSED
               MOVE 'N' TO CLOSE-OK-SW
               MOVE 'MONTH IS ALREADY CLOSED ON PERIODCTL.DAT'
                   TO O-RF-MSG
               MOVE RF-ACTION-CLOSED TO O-RF-ACTION
           ELSE
           IF C-PH-FOUND-CTR > 0
               MOVE 'N' TO CLOSE-OK-SW
               MOVE 'MONTH IS ALREADY ON PERIODHST.DAT'
                   TO O-RF-MSG
               MOVE RF-ACTION-CLOSED TO O-RF-ACTION
           ELSE
           IF C-CLOSE-PERIOD > C-RUN-PERIOD
               MOVE 'N' TO CLOSE-OK-SW
               MOVE 'MONTH IS LATER THAN THE RUN DATE'
                   TO O-RF-MSG
               MOVE RF-ACTION-FUTURE TO O-RF-ACTION
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    AN OLD SHORT RECORD, WRITTEN BEFORE THE RETURNS, COMMISSION
      *    AND ADJUSTMENTS WERE CARRIED, READS THOSE AS ZERO.  A
      *    SALESPERSON NUMBER THAT IS NOT A NUMBER IS COUNTED AND
      *    LEFT OUT, AND THE BALANCE WILL SHOW IT.
       1400-LOAD-SLM-ACCUM.
           MOVE 'Y' TO MORE-SLM-ACC-RECS.
           OPEN INPUT SLM-ACCUM-FILE.
           IF WS-SLM-ACC-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-SLM-ACC-RECS
           ELSE
               PERFORM 9100-READ-SLM-ACCUM
           END-IF.
           PERFORM 1410-BUILD-SLM-CLOSE
               UNTIL MORE-SLM-ACC-RECS = 'N'.
           IF WS-SLM-ACC-FILE-STATUS = '00'
               OR WS-SLM-ACC-FILE-STATUS = '10'
               CLOSE SLM-ACCUM-FILE
           END-IF.

       1410-BUILD-SLM-CLOSE.
           ADD 1 TO C-SLM-READ-CTR.
           IF SA-MTD-RET-CNT NOT NUMERIC
               MOVE 0 TO SA-MTD-RET-CNT
           END-IF.
           IF SA-MTD-RET-AMT NOT NUMERIC
               MOVE 0 TO SA-MTD-RET-AMT
           END-IF.
           IF SA-MTD-COMM NOT NUMERIC
               MOVE 0 TO SA-MTD-COMM
           END-IF.
           IF SA-MTD-ADJ-AMT NOT NUMERIC
               MOVE 0 TO SA-MTD-ADJ-AMT
           END-IF.
           IF SA-SLM-NUM NOT NUMERIC OR SA-MTD-AMT NOT NUMERIC
               ADD 1 TO C-SLM-BAD-CTR
           ELSE
           IF SA-SLM-NUM = 0
               MOVE SA-MTD-AMT     TO C-STO-NET
               MOVE SA-MTD-RET-CNT TO C-STO-RET-CNT
               MOVE SA-MTD-RET-AMT TO C-STO-RET-AMT
               MOVE SA-MTD-COMM    TO C-STO-COMM
               MOVE SA-MTD-ADJ-AMT TO C-STO-ADJ
           ELSE
               MOVE 'Y'            TO TBL-SC-ON-FILE(SA-SLM-NUM)
               MOVE SA-MTD-AMT     TO TBL-SC-NET(SA-SLM-NUM)
               MOVE SA-MTD-RET-CNT TO TBL-SC-RET-CNT(SA-SLM-NUM)
               MOVE SA-MTD-RET-AMT TO TBL-SC-RET-AMT(SA-SLM-NUM)
               MOVE SA-MTD-COMM    TO TBL-SC-COMM(SA-SLM-NUM)
               MOVE SA-MTD-ADJ-AMT TO TBL-SC-ADJ(SA-SLM-NUM)
               ADD SA-MTD-AMT      TO C-SUM-SLM-NET
               ADD SA-MTD-RET-CNT  TO C-SUM-SLM-RET-CNT
               ADD SA-MTD-RET-AMT  TO C-SUM-SLM-RET-AMT
               ADD SA-MTD-COMM     TO C-SUM-SLM-COMM
               ADD SA-MTD-ADJ-AMT  TO C-SUM-SLM-ADJ
           END-IF
           END-IF.
           PERFORM 9100-READ-SLM-ACCUM.

       1500-LOAD-FUR-ACCUM.
           MOVE 'Y' TO MORE-FUR-ACC-RECS.
           OPEN INPUT FUR-ACCUM-FILE.
           IF WS-FUR-ACC-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-FUR-ACC-RECS
           ELSE
               PERFORM 9200-READ-FUR-ACCUM
           END-IF.
           PERFORM 1510-BUILD-FUR-CLOSE
               UNTIL MORE-FUR-ACC-RECS = 'N'.
           IF WS-FUR-ACC-FILE-STATUS = '00'
               OR WS-FUR-ACC-FILE-STATUS = '10'
               CLOSE FUR-ACCUM-FILE
           END-IF.

       1510-BUILD-FUR-CLOSE.
           ADD 1 TO C-FUR-READ-CTR.
           IF FA-MTD-RET-CNT NOT NUMERIC
               MOVE 0 TO FA-MTD-RET-CNT
           END-IF.
           IF FA-MTD-RET-AMT NOT NUMERIC
               MOVE 0 TO FA-MTD-RET-AMT
           END-IF.
           IF FA-MTD-ADJ-AMT NOT NUMERIC
               MOVE 0 TO FA-MTD-ADJ-AMT
           END-IF.
           IF FA-FUR-CODE NOT NUMERIC OR FA-MTD-AMT NOT NUMERIC
               ADD 1 TO C-FUR-BAD-CTR
           ELSE
           IF FA-FUR-CODE = 0
               MOVE FA-MTD-AMT     TO C-FUR-GRAND-NET
           ELSE
               MOVE 'Y'            TO TBL-FC-ON-FILE(FA-FUR-CODE)
               MOVE FA-MTD-AMT     TO TBL-FC-NET(FA-FUR-CODE)
               MOVE FA-MTD-RET-CNT TO TBL-FC-RET-CNT(FA-FUR-CODE)
               MOVE FA-MTD-RET-AMT TO TBL-FC-RET-AMT(FA-FUR-CODE)
               MOVE FA-MTD-ADJ-AMT TO TBL-FC-ADJ(FA-FUR-CODE)
               ADD FA-MTD-AMT      TO C-SUM-FUR-NET
               ADD FA-MTD-RET-CNT  TO C-SUM-FUR-RET-CNT
               ADD FA-MTD-RET-AMT  TO C-SUM-FUR-RET-AMT
               ADD FA-MTD-ADJ-AMT  TO C-SUM-FUR-ADJ
           END-IF
           END-IF.
           PERFORM 9200-READ-FUR-ACCUM.

      *    WRITE THE MONTH TO PERIODHST.DAT AND CLOSE.PRT - EVERY
      *    SALESPERSON, THEN EVERY CATEGORY, WITH ANY ACTIVITY, THEN
      *    THE STORE.
       2000-FREEZE-PERIOD.
           OPEN EXTEND PERIOD-HIST-OUT.
           MOVE 'SALESPERSON TOTALS' TO O-CS-TITLE.
           PERFORM 2050-PRINT-SECTION-TITLE.
           MOVE 1 TO C-SUB.
           PERFORM 2100-FREEZE-ONE-SLM
               UNTIL C-SUB > 99.
           IF C-SLM-HIST-CTR = 0
               WRITE CLOSE-LINE FROM CLOSE-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'FURNITURE CATEGORY TOTALS' TO O-CS-TITLE.
           PERFORM 2050-PRINT-SECTION-TITLE.
           MOVE 1 TO C-SUB.
           PERFORM 2200-FREEZE-ONE-FUR
               UNTIL C-SUB > 9.
           IF C-FUR-HIST-CTR = 0
               WRITE CLOSE-LINE FROM CLOSE-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'STORE TOTAL' TO O-CS-TITLE.
           PERFORM 2050-PRINT-SECTION-TITLE.
           PERFORM 2300-FREEZE-STORE.
           CLOSE PERIOD-HIST-OUT.

       2050-PRINT-SECTION-TITLE.
           WRITE CLOSE-LINE FROM CLOSE-SECTION-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           WRITE CLOSE-LINE FROM CLOSE-COL-HEADING
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.

       2100-FREEZE-ONE-SLM.
           IF TBL-SC-LOADED(C-SUB)
            AND (TBL-SC-NET(C-SUB) NOT = 0
              OR TBL-SC-RET-CNT(C-SUB) NOT = 0
              OR TBL-SC-COMM(C-SUB) NOT = 0
              OR TBL-SC-ADJ(C-SUB) NOT = 0)
               INITIALIZE PH-REC
               MOVE C-CLOSE-PERIOD        TO PH-PERIOD
               MOVE 'SLM'                 TO PH-REC-TYPE
               MOVE C-SUB                 TO PH-CODE
               MOVE TBL-SC-NAME(C-SUB)    TO PH-NAME
               MOVE TBL-SC-NET(C-SUB)     TO PH-NET-AMT
               MOVE TBL-SC-RET-CNT(C-SUB) TO PH-RET-CNT
               MOVE TBL-SC-RET-AMT(C-SUB) TO PH-RET-AMT
               MOVE TBL-SC-COMM(C-SUB)    TO PH-COMM-AMT
               MOVE TBL-SC-ADJ(C-SUB)     TO PH-ADJ-AMT
               MOVE CURRENT-DATE          TO PH-CLOSE-DATE
               PERFORM 2400-WRITE-HIST
               ADD 1 TO C-SLM-HIST-CTR
           END-IF.
           ADD 1 TO C-SUB.

       2200-FREEZE-ONE-FUR.
           IF TBL-FC-LOADED(C-SUB)
            AND (TBL-FC-NET(C-SUB) NOT = 0
              OR TBL-FC-RET-CNT(C-SUB) NOT = 0
              OR TBL-FC-ADJ(C-SUB) NOT = 0)
               INITIALIZE PH-REC
               MOVE C-CLOSE-PERIOD        TO PH-PERIOD
               MOVE 'FUR'                 TO PH-REC-TYPE
               MOVE C-SUB                 TO PH-CODE
               MOVE TBL-FC-NAME(C-SUB)    TO PH-NAME
               MOVE TBL-FC-NET(C-SUB)     TO PH-NET-AMT
               MOVE TBL-FC-RET-CNT(C-SUB) TO PH-RET-CNT
               MOVE TBL-FC-RET-AMT(C-SUB) TO PH-RET-AMT
               MOVE 0                     TO PH-COMM-AMT
               MOVE TBL-FC-ADJ(C-SUB)     TO PH-ADJ-AMT
               MOVE CURRENT-DATE          TO PH-CLOSE-DATE
               PERFORM 2400-WRITE-HIST
               ADD 1 TO C-FUR-HIST-CTR
           END-IF.
           ADD 1 TO C-SUB.

       2300-FREEZE-STORE.
           INITIALIZE PH-REC.
           MOVE C-CLOSE-PERIOD        TO PH-PERIOD.
           MOVE 'STO'                 TO PH-REC-TYPE.
           MOVE 0                     TO PH-CODE.
           MOVE 'STORE TOTAL'         TO PH-NAME.
           MOVE C-STO-NET             TO PH-NET-AMT.
           MOVE C-STO-RET-CNT         TO PH-RET-CNT.
           MOVE C-STO-RET-AMT         TO PH-RET-AMT.
           MOVE C-STO-COMM            TO PH-COMM-AMT.
           MOVE C-STO-ADJ             TO PH-ADJ-AMT.
           MOVE CURRENT-DATE          TO PH-CLOSE-DATE.
           PERFORM 2400-WRITE-HIST.
           ADD 1 TO C-STO-HIST-CTR.

      *    ONE HISTORY RECORD OUT AND THE SAME FIGURES ON CLOSE.PRT,
      *    SO THE LISTING IS EXACTLY WHAT WAS FROZEN.  A CATEGORY
      *    CARRIES NO COMMISSION AND PRINTS THAT COLUMN BLANK.
       2400-WRITE-HIST.
           WRITE PH-REC.
           MOVE PH-CODE               TO O-CD-CODE.
           MOVE PH-NAME               TO O-CD-NAME.
           MOVE PH-NET-AMT            TO O-CD-NET.
           MOVE PH-RET-CNT            TO O-CD-RET-CNT.
           MOVE PH-RET-AMT            TO O-CD-RET-AMT.
           IF PH-FUR
               MOVE SPACES            TO O-CD-COMM-X
           ELSE
               MOVE PH-COMM-AMT       TO O-CD-COMM
           END-IF.
           MOVE PH-ADJ-AMT            TO O-CD-ADJ.
           WRITE CLOSE-LINE FROM CLOSE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.

       3000-CLOSING.
           CLOSE CLOSEOUT.

       3100-PRINT-REFUSAL.
           WRITE CLOSE-LINE FROM REFUSE-LINE
               AFTER ADVANCING 3 LINES.
           WRITE CLOSE-LINE FROM REFUSE-ACTION-LINE
               AFTER ADVANCING 1 LINE.

      *    PROVE THE CLOSE: THE SALESPERSON RECORDS AND THE CATEGORY
      *    RECORDS EACH FOOT TO THEIR STORE RECORD, THE TWO FILES
      *    AGREE ON THE STORE NET, AND NO RECORD WAS UNREADABLE.  THE
      *    MONTH IS CLOSED EITHER WAY - IT IS WHAT CBLJCB06 FILED.
       3200-RUN-BALANCE.
           WRITE CLOSE-LINE FROM BALANCE-TITLE
               AFTER ADVANCING PAGE.
           MOVE 'SLMACCUM.DAT RECORDS READ       ' TO O-BAL-LABEL.
           MOVE C-SLM-READ-CTR                     TO O-BAL-CTR.
           WRITE CLOSE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'FURACCUM.DAT RECORDS READ       ' TO O-BAL-LABEL.
           MOVE C-FUR-READ-CTR                     TO O-BAL-CTR.
           WRITE CLOSE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'UNREADABLE ACCUMULATOR RECORDS  ' TO O-BAL-LABEL.
           COMPUTE O-BAL-CTR = C-SLM-BAD-CTR + C-FUR-BAD-CTR.
           WRITE CLOSE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SALESPERSON HISTORY RECORDS     ' TO O-BAL-LABEL.
           MOVE C-SLM-HIST-CTR                     TO O-BAL-CTR.
           WRITE CLOSE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'CATEGORY HISTORY RECORDS        ' TO O-BAL-LABEL.
           MOVE C-FUR-HIST-CTR                     TO O-BAL-CTR.
           WRITE CLOSE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STORE HISTORY RECORDS           ' TO O-BAL-LABEL.
           MOVE C-STO-HIST-CTR                     TO O-BAL-CTR.
           WRITE CLOSE-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CLOSE-LINE FROM BALANCE-CMP-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 'SALESPERSON NET SALES           ' TO O-BC-LABEL.
           MOVE C-SUM-SLM-NET                      TO C-CMP-DETAIL.
           MOVE C-STO-NET                          TO C-CMP-CONTROL.
           PERFORM 3210-PRINT-CMP.
           MOVE 'SALESPERSON RETURN DOLLARS      ' TO O-BC-LABEL.
           MOVE C-SUM-SLM-RET-AMT                  TO C-CMP-DETAIL.
           MOVE C-STO-RET-AMT                      TO C-CMP-CONTROL.
           PERFORM 3210-PRINT-CMP.
           MOVE 'SALESPERSON COMMISSION          ' TO O-BC-LABEL.
           MOVE C-SUM-SLM-COMM                     TO C-CMP-DETAIL.
           MOVE C-STO-COMM                         TO C-CMP-CONTROL.
           PERFORM 3210-PRINT-CMP.
           MOVE 'SALESPERSON ADJUSTMENTS         ' TO O-BC-LABEL.
           MOVE C-SUM-SLM-ADJ                      TO C-CMP-DETAIL.
           MOVE C-STO-ADJ                          TO C-CMP-CONTROL.
           PERFORM 3210-PRINT-CMP.
           MOVE 'CATEGORY NET SALES              ' TO O-BC-LABEL.
           MOVE C-SUM-FUR-NET                      TO C-CMP-DETAIL.
           MOVE C-FUR-GRAND-NET                    TO C-CMP-CONTROL.
           PERFORM 3210-PRINT-CMP.
           MOVE 'CATEGORY GRAND NET TO STORE NET ' TO O-BC-LABEL.
           MOVE C-FUR-GRAND-NET                    TO C-CMP-DETAIL.
           MOVE C-STO-NET                          TO C-CMP-CONTROL.
           PERFORM 3210-PRINT-CMP.
           MOVE 'CATEGORY RETURN DOLLARS         ' TO O-BC-LABEL.
           MOVE C-SUM-FUR-RET-AMT                  TO C-CMP-DETAIL.
           MOVE C-STO-RET-AMT                      TO C-CMP-CONTROL.
           PERFORM 3210-PRINT-CMP.
           MOVE 'CATEGORY ADJUSTMENTS            ' TO O-BC-LABEL.
           MOVE C-SUM-FUR-ADJ                      TO C-CMP-DETAIL.
           MOVE C-STO-ADJ                          TO C-CMP-CONTROL.
           PERFORM 3210-PRINT-CMP.
           IF C-SUM-SLM-RET-CNT NOT = C-STO-RET-CNT
            OR C-SUM-FUR-RET-CNT NOT = C-STO-RET-CNT
            OR C-SLM-BAD-CTR + C-FUR-BAD-CTR > 0
               MOVE 'Y' TO OUT-OF-BAL-SW
           END-IF.
           IF OUT-OF-BAL-SW = 'N'
               MOVE 'CLOSE IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE BAL-OFF-MSG TO O-BAL-FLAG-MSG
           END-IF.
           WRITE CLOSE-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 2 LINES.
           MOVE CC-MONTH TO O-CL-MONTH.
           MOVE CC-YEAR  TO O-CL-YEAR.
           WRITE CLOSE-LINE FROM CLOSED-LINE
               AFTER ADVANCING 2 LINES.

       3210-PRINT-CMP.
           MOVE C-CMP-DETAIL  TO O-BC-DETAIL.
           MOVE C-CMP-CONTROL TO O-BC-CONTROL.
           IF C-CMP-DETAIL = C-CMP-CONTROL
               MOVE 'OK'          TO O-BC-FLAG
           ELSE
               MOVE '*** OFF'     TO O-BC-FLAG
               MOVE 'Y'           TO OUT-OF-BAL-SW
           END-IF.
           WRITE CLOSE-LINE FROM BALANCE-CMP-LINE
               AFTER ADVANCING 1 LINE.

      *    ONLY NOW IS THE MONTH MARKED CLOSED FOR CBLJCB06.
       3300-WRITE-PERIOD-CTL.
           OPEN OUTPUT PERIOD-CTL-FILE.
           MOVE CC-PERIOD    TO PC-LAST-CLOSED.
           MOVE CURRENT-DATE TO PC-CLOSE-DATE.
           WRITE PC-REC.
           CLOSE PERIOD-CTL-FILE.

       9050-READ-SLM-MASTER.
           READ SLM-MASTER
               AT END
                   MOVE 'N' TO MORE-SLM-MST-RECS
           END-READ.

       9060-READ-FURN-CAT.
           READ FURN-CAT-MASTER
               AT END
                   MOVE 'N' TO MORE-FC-MST-RECS
           END-READ.

       9100-READ-SLM-ACCUM.
           READ SLM-ACCUM-FILE
               AT END
                   MOVE 'N' TO MORE-SLM-ACC-RECS
           END-READ.

       9200-READ-FUR-ACCUM.
           READ FUR-ACCUM-FILE
               AT END
                   MOVE 'N' TO MORE-FUR-ACC-RECS
           END-READ.

       9300-READ-PERIOD-HIST.
           READ PERIOD-HIST-FILE
               AT END
                   MOVE 'N' TO MORE-PH-RECS
           END-READ.
