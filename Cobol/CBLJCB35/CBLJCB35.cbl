       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB35.
       AUTHOR. JEFF BIRKNER.

      *    CLOSED-MONTH REPRINT AND COMPARISON FOR THE FURNITURE SALES
      *    TOTALS, FROM THE PERIODHST.DAT HISTORY THE MONTH-END CLOSE
      *    (CBLJCB34) FREEZES.  THE PRDRPT.DAT CARD NAMES ONE OR TWO
      *    CLOSED MONTHS AS CCYYMM:
      *      - ONE MONTH REPRINTS IT AS CLOSED - BY SALESPERSON, BY
      *        FURNITURE CATEGORY AND FOR THE STORE, THE GROSS SALES,
      *        THE RETURNS, THE NET, THE COMMISSION AND THE PRIOR-
      *        PERIOD ADJUSTMENTS THAT POSTED INTO IT.
      *      - TWO MONTHS PRINT SIDE BY SIDE - THE NET FOR EACH, THE
      *        CHANGE AND PERCENT CHANGE FROM THE FIRST TO THE SECOND,
      *        THE RETURN COUNTS AND THE COMMISSION.  A SALESPERSON OR
      *        CATEGORY WITH NO ACTIVITY IN ONE OF THE MONTHS SHOWS
      *        ZERO FOR IT.
      *    A MONTH NOT ON PERIODHST.DAT HAS NOT BEEN CLOSED, AND THE
      *    REPORT SAYS SO INSTEAD OF PRINTING ZEROES FOR IT.  THE RUN
      *    READS THE HISTORY AND CHANGES NOTHING.

       ENVIRONMENT DIVISION.
           SELECT REPORT-CARD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\PRDRPT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT PERIOD-HIST-FILE
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\PERIODHST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT PRDRPTOUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB06\PRDRPT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
      *    REPORT PARAMETER CARD - THE MONTH TO REPRINT, OR THE TWO
      *    MONTHS TO COMPARE, EACH CCYYMM.  A BLANK SECOND MONTH
      *    MEANS A REPRINT.
       FD REPORT-CARD
       LABEL RECORD IS OMITTED
       DATA RECORD IS REPORT-CARD-REC
       RECORD CONTAINS 12 CHARACTERS.

       01 REPORT-CARD-REC.
           05 RC-PERIOD-1.
               10 RC-YEAR-1        PIC X(4).
               10 RC-MONTH-1       PIC XX.
           05 RC-PERIOD-2.
               10 RC-YEAR-2        PIC X(4).
               10 RC-MONTH-2       PIC XX.

      *    PERIOD HISTORY - SEE PH-REC IN CBLJCB34.
       FD PERIOD-HIST-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS PH-REC
       RECORD CONTAINS 97 CHARACTERS.

       01 PH-REC.
           05 PH-PERIOD            PIC X(6).
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
           05 PH-CLOSE-DATE.
               10 PH-CLOSE-YEAR    PIC X(4).
               10 PH-CLOSE-MONTH   PIC XX.
               10 PH-CLOSE-DAY     PIC XX.

       FD PRDRPTOUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS PRDRPT-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 PRDRPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-PH-RECS         PIC X.
      *    RPT-MODE-SW - 'R' REPRINTS ONE MONTH, 'C' COMPARES TWO,
      *    'N' MEANS THE CARD NAMED NO USABLE MONTH.
           05 RPT-MODE-SW          PIC X      VALUE 'N'.
               88 RPT-REPRINT          VALUE 'R'.
               88 RPT-COMPARE          VALUE 'C'.
           05 PRINT-ROW-SW         PIC X.

       01 WS-RC-FILE-STATUS        PIC XX.
       01 WS-PH-FILE-STATUS        PIC XX.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 C-SUB                PIC 99.
           05 C-SIDE               PIC 9.
           05 C-FIRST-SUB          PIC 99.
           05 C-LAST-SUB           PIC 99.
           05 C-GROSS              PIC S9(9)V99.
           05 C-CHANGE             PIC S9(9)V99.
           05 C-PCT                PIC S9(5)V9.

      *    RUN CONTROL (SEE 3200-RUN-BALANCE).
       01 RUN-CTL-CTRS.
           05 C-PH-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-PH-BAD-CTR         PIC 9(6)   VALUE 0.
           05 C-NOT-TABLED-CTR     PIC 9(6)   VALUE 0.
           05 C-SIDE-CTR           PIC 9(5)   VALUE 0 OCCURS 2 TIMES.

      *    ONE ROW PER SALESPERSON (1-50, BY NUMBER), PER CATEGORY
      *    (51-59, 50 PLUS THE CODE) AND FOR THE STORE (60), EACH WITH
      *    A SIDE FOR EACH MONTH ON THE CARD.
       01 RPT-TABLE.
           05 RPT-ENTRY         OCCURS 60 TIMES.
               10 TBL-RP-CODE          PIC 99.
               10 TBL-RP-NAME          PIC X(25).
               10 TBL-RP-SIDE       OCCURS 2 TIMES.
                   15 TBL-RP-FOUND     PIC X.
                   15 TBL-RP-NET       PIC S9(9)V99.
                   15 TBL-RP-RET-CNT   PIC 9(5).
                   15 TBL-RP-RET-AMT   PIC S9(9)V99.
                   15 TBL-RP-COMM      PIC S9(9)V99.
                   15 TBL-RP-ADJ       PIC S9(9)V99.

      *    THE DATE EACH MONTH WAS CLOSED, FROM ITS STORE RECORD.
       01 CLOSE-DATES.
           05 C-CLOSED-ON       OCCURS 2 TIMES.
               10 C-CO-MONTH           PIC XX.
               10 FILLER               PIC X      VALUE '/'.
               10 C-CO-DAY             PIC XX.
               10 FILLER               PIC X      VALUE '/'.
               10 C-CO-YEAR            PIC X(4).

       01 RPT-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 RPT-TITLE-DATE.
               10 RPT-TITLE-MONTH  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 RPT-TITLE-DAY    PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 RPT-TITLE-YEAR   PIC X(4).
           05 FILLER               PIC X(40)   VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE 'FURNITURE SALES CLOSE'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 RPT-TITLE-PAGE       PIC Z9.

       01 REPRINT-TITLE-LINE2.
           05 FILLER               PIC X(36)   VALUE SPACES.
           05 FILLER               PIC X(22)   VALUE
              'CLOSED MONTH REPRINT  '.
           05 O-RT-MONTH           PIC XX.
           05 FILLER               PIC X       VALUE '/'.
           05 O-RT-YEAR            PIC X(4).
           05 FILLER               PIC X(13)   VALUE
              '  CLOSED ON  '.
           05 O-RT-CLOSED-ON       PIC X(10).

       01 COMPARE-TITLE-LINE2.
           05 FILLER               PIC X(40)   VALUE SPACES.
           05 FILLER               PIC X(21)   VALUE
              'CLOSED MONTHS  '.
           05 O-CT-MONTH-1         PIC XX.
           05 FILLER               PIC X       VALUE '/'.
           05 O-CT-YEAR-1          PIC X(4).
           05 FILLER               PIC X(4)    VALUE ' TO '.
           05 O-CT-MONTH-2         PIC XX.
           05 FILLER               PIC X       VALUE '/'.
           05 O-CT-YEAR-2          PIC X(4).

       01 RPT-SECTION-LINE.
           05 O-RS-TITLE           PIC X(40).

       01 REPRINT-COL-HEADING.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(26)   VALUE 'NAME'.
           05 FILLER               PIC X(16)   VALUE
              '     GROSS SALES'.
           05 FILLER               PIC X(8)    VALUE ' RETURNS'.
           05 FILLER               PIC X(16)   VALUE
              '      RETURN AMT'.
           05 FILLER               PIC X(16)   VALUE
              '       NET SALES'.
           05 FILLER               PIC X(16)   VALUE
              '      COMMISSION'.
           05 FILLER               PIC X(16)   VALUE
              '     ADJUSTMENTS'.

       01 REPRINT-DETAIL-LINE.
           05 O-RD-CODE            PIC Z9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RD-NAME            PIC X(25).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-RD-GROSS           PIC $$$$,$$$,$$9.99-.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RD-RET-CNT         PIC ZZ,ZZ9.
           05 O-RD-RET-AMT         PIC $$$$,$$$,$$9.99-.
           05 O-RD-NET             PIC $$$$,$$$,$$9.99-.
           05 O-RD-COMM-X.
               10 O-RD-COMM        PIC $$$$,$$$,$$9.99-.
           05 O-RD-ADJ             PIC $$$$,$$$,$$9.99-.

       01 COMPARE-COL-HEADING.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(23)   VALUE 'NAME'.
           05 FILLER               PIC X(15)   VALUE
              '     FIRST NET'.
           05 FILLER               PIC X(15)   VALUE
              '    SECOND NET'.
           05 FILLER               PIC X(16)   VALUE
              '        CHANGE'.
           05 FILLER               PIC X(9)    VALUE 'PCT CHG'.
           05 FILLER               PIC X(14)   VALUE
              '  RETURNS 1/2'.
           05 FILLER               PIC X(15)   VALUE
              '    FIRST COMM'.
           05 FILLER               PIC X(14)   VALUE
              '   SECOND COMM'.

       01 COMPARE-DETAIL-LINE.
           05 O-CD-CODE            PIC Z9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-CD-NAME            PIC X(22).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-CD-NET-1           PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-CD-NET-2           PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-CD-CHANGE          PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-CD-PCT-X.
               10 O-CD-PCT         PIC -----9.9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-CD-RET-CNT-1       PIC ZZ,ZZ9.
           05 FILLER               PIC X       VALUE '/'.
           05 O-CD-RET-CNT-2       PIC ZZ,ZZ9.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-CD-COMM-1-X.
               10 O-CD-COMM-1      PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-CD-COMM-2-X.
               10 O-CD-COMM-2      PIC $$,$$$,$$9.99-.

       01 RPT-NONE-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(30)   VALUE
              'NO ACTIVITY IN THE MONTH'.

       01 NOT-CLOSED-LINE.
           05 FILLER               PIC X(10)   VALUE '*** MONTH '.
           05 O-NC-MONTH           PIC XX.
           05 FILLER               PIC X       VALUE '/'.
           05 O-NC-YEAR            PIC X(4).
           05 FILLER               PIC X(40)   VALUE
              ' IS NOT ON PERIODHST.DAT - NOT CLOSED'.

       01 BAD-CARD-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** PRDRPT.DAT MISSING OR NOT CCYYMM - P'.
           05 FILLER               PIC X(30)   VALUE
              'UT ONE OR TWO MONTHS ON IT ***'.

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
           IF RPT-MODE-SW = 'N'
               WRITE PRDRPT-LINE FROM BAD-CARD-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               PERFORM 2000-PRINT-REPORT
           END-IF.
           PERFORM 3200-RUN-BALANCE.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT PRDRPTOUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO RPT-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO RPT-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO RPT-TITLE-YEAR.
           INITIALIZE RPT-TABLE.
           PERFORM 1100-READ-REPORT-CARD.
           MOVE RC-MONTH-1 TO O-RT-MONTH.
           MOVE RC-YEAR-1  TO O-RT-YEAR.
           MOVE RC-MONTH-1 TO O-CT-MONTH-1.
           MOVE RC-YEAR-1  TO O-CT-YEAR-1.
           MOVE RC-MONTH-2 TO O-CT-MONTH-2.
           MOVE RC-YEAR-2  TO O-CT-YEAR-2.
           MOVE SPACES TO C-CO-MONTH(1) C-CO-DAY(1) C-CO-YEAR(1).
           MOVE SPACES TO C-CO-MONTH(2) C-CO-DAY(2) C-CO-YEAR(2).
           IF RPT-MODE-SW NOT = 'N'
               PERFORM 1200-LOAD-PERIOD-HIST
           END-IF.
           PERFORM 1050-INIT-HEADING.

       1050-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO RPT-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE PRDRPT-LINE FROM RPT-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRDRPT-LINE FROM RPT-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           IF RPT-COMPARE
               WRITE PRDRPT-LINE FROM COMPARE-TITLE-LINE2
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE C-CLOSED-ON(1) TO O-RT-CLOSED-ON
               WRITE PRDRPT-LINE FROM REPRINT-TITLE-LINE2
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    THE HISTORY IS LOADED BEFORE THE FIRST HEADING SO THE
      *    REPRINT CAN CARRY THE DATE THE MONTH WAS CLOSED.
      *    A MONTH IS TAKEN ONLY AS CCYYMM WITH A MONTH OF 01 TO 12.
      *    A BAD SECOND MONTH FALLS BACK TO A REPRINT OF THE FIRST.
       1100-READ-REPORT-CARD.
           MOVE SPACES TO REPORT-CARD-REC.
           OPEN INPUT REPORT-CARD.
           IF WS-RC-FILE-STATUS = '00'
               READ REPORT-CARD
                   AT END
                       MOVE SPACES TO REPORT-CARD-REC
               END-READ
               CLOSE REPORT-CARD
           END-IF.
           IF RC-PERIOD-1 NUMERIC
            AND RC-MONTH-1 > '00' AND RC-MONTH-1 < '13'
               MOVE 'R' TO RPT-MODE-SW
               IF RC-PERIOD-2 NUMERIC
                AND RC-MONTH-2 > '00' AND RC-MONTH-2 < '13'
                   MOVE 'C' TO RPT-MODE-SW
               END-IF
           END-IF.

       1200-LOAD-PERIOD-HIST.
           MOVE 'Y' TO MORE-PH-RECS.
           OPEN INPUT PERIOD-HIST-FILE.
           IF WS-PH-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-PH-RECS
           ELSE
               PERFORM 9100-READ-PERIOD-HIST
           END-IF.
           PERFORM 1210-BUILD-RPT-TABLE
               UNTIL MORE-PH-RECS = 'N'.
           IF WS-PH-FILE-STATUS = '00' OR WS-PH-FILE-STATUS = '10'
               CLOSE PERIOD-HIST-FILE
           END-IF.

       1210-BUILD-RPT-TABLE.
           ADD 1 TO C-PH-READ-CTR.
           MOVE 0 TO C-SIDE.
           IF PH-PERIOD = RC-PERIOD-1
               MOVE 1 TO C-SIDE
           ELSE
           IF PH-PERIOD = RC-PERIOD-2 AND RPT-COMPARE
               MOVE 2 TO C-SIDE
           END-IF
           END-IF.
           IF C-SIDE > 0
               PERFORM 1220-TABLE-ONE-HIST
           END-IF.
           PERFORM 9100-READ-PERIOD-HIST.

      *    FIND THE ROW FOR THE RECORD - A SALESPERSON BY NUMBER, A
      *    CATEGORY AT 50 PLUS ITS CODE, THE STORE AT 60.
       1220-TABLE-ONE-HIST.
           MOVE 0 TO C-SUB.
           IF PH-CODE NOT NUMERIC
            OR PH-NET-AMT NOT NUMERIC OR PH-RET-CNT NOT NUMERIC
            OR PH-RET-AMT NOT NUMERIC OR PH-COMM-AMT NOT NUMERIC
            OR PH-ADJ-AMT NOT NUMERIC
               ADD 1 TO C-PH-BAD-CTR
           ELSE
           IF PH-STORE
               MOVE 60 TO C-SUB
               MOVE PH-CLOSE-MONTH TO C-CO-MONTH(C-SIDE)
               MOVE PH-CLOSE-DAY   TO C-CO-DAY(C-SIDE)
               MOVE PH-CLOSE-YEAR  TO C-CO-YEAR(C-SIDE)
           ELSE
           IF PH-FUR AND PH-CODE > 0 AND PH-CODE < 10
               COMPUTE C-SUB = 50 + PH-CODE
           ELSE
           IF PH-SLM AND PH-CODE > 0 AND PH-CODE < 51
               MOVE PH-CODE TO C-SUB
           ELSE
               ADD 1 TO C-NOT-TABLED-CTR
           END-IF
           END-IF
           END-IF
           END-IF.
           IF C-SUB > 0
               ADD 1 TO C-SIDE-CTR(C-SIDE)
               MOVE PH-CODE     TO TBL-RP-CODE(C-SUB)
               MOVE PH-NAME     TO TBL-RP-NAME(C-SUB)
               MOVE 'Y'         TO TBL-RP-FOUND(C-SUB, C-SIDE)
               MOVE PH-NET-AMT  TO TBL-RP-NET(C-SUB, C-SIDE)
               MOVE PH-RET-CNT  TO TBL-RP-RET-CNT(C-SUB, C-SIDE)
               MOVE PH-RET-AMT  TO TBL-RP-RET-AMT(C-SUB, C-SIDE)
               MOVE PH-COMM-AMT TO TBL-RP-COMM(C-SUB, C-SIDE)
               MOVE PH-ADJ-AMT  TO TBL-RP-ADJ(C-SUB, C-SIDE)
           END-IF.

      *    A MONTH THAT IS NOT ON FILE IS NAMED AND NOTHING IS
      *    PRINTED FOR IT - A COMPARISON NEEDS BOTH MONTHS CLOSED.
       2000-PRINT-REPORT.
           IF C-SIDE-CTR(1) = 0
               MOVE RC-MONTH-1 TO O-NC-MONTH
               MOVE RC-YEAR-1  TO O-NC-YEAR
               WRITE PRDRPT-LINE FROM NOT-CLOSED-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.
           IF RPT-COMPARE AND C-SIDE-CTR(2) = 0
               MOVE RC-MONTH-2 TO O-NC-MONTH
               MOVE RC-YEAR-2  TO O-NC-YEAR
               WRITE PRDRPT-LINE FROM NOT-CLOSED-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.
           IF C-SIDE-CTR(1) > 0
               IF RPT-REPRINT
                   PERFORM 2100-PRINT-REPRINT
               ELSE
                   IF C-SIDE-CTR(2) > 0
                       PERFORM 2200-PRINT-COMPARE
                   END-IF
               END-IF
           END-IF.

       2100-PRINT-REPRINT.
           MOVE 'SALESPERSON TOTALS' TO O-RS-TITLE.
           MOVE 1  TO C-FIRST-SUB.
           MOVE 50 TO C-LAST-SUB.
           PERFORM 2110-PRINT-REPRINT-SECTION.
           MOVE 'FURNITURE CATEGORY TOTALS' TO O-RS-TITLE.
           MOVE 51 TO C-FIRST-SUB.
           MOVE 59 TO C-LAST-SUB.
           PERFORM 2110-PRINT-REPRINT-SECTION.
           MOVE 'STORE TOTAL' TO O-RS-TITLE.
           MOVE 60 TO C-FIRST-SUB.
           MOVE 60 TO C-LAST-SUB.
           PERFORM 2110-PRINT-REPRINT-SECTION.

       2110-PRINT-REPRINT-SECTION.
           WRITE PRDRPT-LINE FROM RPT-SECTION-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 1050-INIT-HEADING.
           WRITE PRDRPT-LINE FROM REPRINT-COL-HEADING
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1050-INIT-HEADING.
           MOVE 'N' TO PRINT-ROW-SW.
           MOVE C-FIRST-SUB TO C-SUB.
           PERFORM 2120-PRINT-REPRINT-ROW
               UNTIL C-SUB > C-LAST-SUB.
           IF PRINT-ROW-SW = 'N'
               WRITE PRDRPT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    GROSS SALES ARE THE NET PUT BACK BEFORE RETURNS.  A
      *    CATEGORY CARRIES NO COMMISSION AND PRINTS THAT COLUMN BLANK.
       2120-PRINT-REPRINT-ROW.
           IF TBL-RP-FOUND(C-SUB, 1) = 'Y'
               MOVE 'Y' TO PRINT-ROW-SW
               COMPUTE C-GROSS = TBL-RP-NET(C-SUB, 1)
                   + TBL-RP-RET-AMT(C-SUB, 1)
               MOVE TBL-RP-CODE(C-SUB)        TO O-RD-CODE
               MOVE TBL-RP-NAME(C-SUB)        TO O-RD-NAME
               MOVE C-GROSS                   TO O-RD-GROSS
               MOVE TBL-RP-RET-CNT(C-SUB, 1)  TO O-RD-RET-CNT
               MOVE TBL-RP-RET-AMT(C-SUB, 1)  TO O-RD-RET-AMT
               MOVE TBL-RP-NET(C-SUB, 1)      TO O-RD-NET
               IF C-SUB > 50 AND C-SUB < 60
                   MOVE SPACES                TO O-RD-COMM-X
               ELSE
                   MOVE TBL-RP-COMM(C-SUB, 1) TO O-RD-COMM
               END-IF
               MOVE TBL-RP-ADJ(C-SUB, 1)      TO O-RD-ADJ
               WRITE PRDRPT-LINE FROM REPRINT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 1050-INIT-HEADING
           END-IF.
           ADD 1 TO C-SUB.

       2200-PRINT-COMPARE.
           MOVE 'SALESPERSON TOTALS' TO O-RS-TITLE.
           MOVE 1  TO C-FIRST-SUB.
           MOVE 50 TO C-LAST-SUB.
           PERFORM 2210-PRINT-COMPARE-SECTION.
           MOVE 'FURNITURE CATEGORY TOTALS' TO O-RS-TITLE.
           MOVE 51 TO C-FIRST-SUB.
           MOVE 59 TO C-LAST-SUB.
           PERFORM 2210-PRINT-COMPARE-SECTION.
           MOVE 'STORE TOTAL' TO O-RS-TITLE.
           MOVE 60 TO C-FIRST-SUB.
           MOVE 60 TO C-LAST-SUB.
           PERFORM 2210-PRINT-COMPARE-SECTION.

       2210-PRINT-COMPARE-SECTION.
           WRITE PRDRPT-LINE FROM RPT-SECTION-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 1050-INIT-HEADING.
           WRITE PRDRPT-LINE FROM COMPARE-COL-HEADING
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1050-INIT-HEADING.
           MOVE 'N' TO PRINT-ROW-SW.
           MOVE C-FIRST-SUB TO C-SUB.
           PERFORM 2220-PRINT-COMPARE-ROW
               UNTIL C-SUB > C-LAST-SUB.
           IF PRINT-ROW-SW = 'N'
               WRITE PRDRPT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    A ROW ON FILE FOR EITHER MONTH PRINTS, THE OTHER MONTH AT
      *    ZERO.  THE PERCENT IS LEFT BLANK WHEN THE FIRST MONTH'S NET
      *    IS ZERO OR THE CHANGE IS TOO LARGE TO PRINT.
       2220-PRINT-COMPARE-ROW.
           IF TBL-RP-FOUND(C-SUB, 1) = 'Y'
            OR TBL-RP-FOUND(C-SUB, 2) = 'Y'
               MOVE 'Y' TO PRINT-ROW-SW
               COMPUTE C-CHANGE = TBL-RP-NET(C-SUB, 2)
                   - TBL-RP-NET(C-SUB, 1)
               MOVE TBL-RP-CODE(C-SUB)        TO O-CD-CODE
               MOVE TBL-RP-NAME(C-SUB)        TO O-CD-NAME
               MOVE TBL-RP-NET(C-SUB, 1)      TO O-CD-NET-1
               MOVE TBL-RP-NET(C-SUB, 2)      TO O-CD-NET-2
               MOVE C-CHANGE                  TO O-CD-CHANGE
               IF TBL-RP-NET(C-SUB, 1) = 0
                   MOVE SPACES                TO O-CD-PCT-X
               ELSE
                   COMPUTE C-PCT ROUNDED =
                       C-CHANGE * 100 / TBL-RP-NET(C-SUB, 1)
                       ON SIZE ERROR
                           MOVE SPACES        TO O-CD-PCT-X
                       NOT ON SIZE ERROR
                           MOVE C-PCT         TO O-CD-PCT
                   END-COMPUTE
               END-IF
               MOVE TBL-RP-RET-CNT(C-SUB, 1)  TO O-CD-RET-CNT-1
               MOVE TBL-RP-RET-CNT(C-SUB, 2)  TO O-CD-RET-CNT-2
               IF C-SUB > 50 AND C-SUB < 60
                   MOVE SPACES                TO O-CD-COMM-1-X
                   MOVE SPACES                TO O-CD-COMM-2-X
               ELSE
                   MOVE TBL-RP-COMM(C-SUB, 1) TO O-CD-COMM-1
                   MOVE TBL-RP-COMM(C-SUB, 2) TO O-CD-COMM-2
               END-IF
               WRITE PRDRPT-LINE FROM COMPARE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 1050-INIT-HEADING
           END-IF.
           ADD 1 TO C-SUB.

       3000-CLOSING.
           CLOSE PRDRPTOUT.

       3200-RUN-BALANCE.
           WRITE PRDRPT-LINE FROM BALANCE-TITLE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 1050-INIT-HEADING.
           MOVE 'PERIODHST.DAT RECORDS READ      ' TO O-BAL-LABEL.
           MOVE C-PH-READ-CTR                      TO O-BAL-CTR.
           WRITE PRDRPT-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'RECORDS FOR THE FIRST MONTH     ' TO O-BAL-LABEL.
           MOVE C-SIDE-CTR(1)                      TO O-BAL-CTR.
           WRITE PRDRPT-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF RPT-COMPARE
               MOVE 'RECORDS FOR THE SECOND MONTH    ' TO O-BAL-LABEL
               MOVE C-SIDE-CTR(2)                      TO O-BAL-CTR
               WRITE PRDRPT-LINE FROM BALANCE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'UNREADABLE HISTORY RECORDS      ' TO O-BAL-LABEL.
           MOVE C-PH-BAD-CTR                       TO O-BAL-CTR.
           WRITE PRDRPT-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT TABLED - CODE OUT OF RANGE  ' TO O-BAL-LABEL.
           MOVE C-NOT-TABLED-CTR                   TO O-BAL-CTR.
           WRITE PRDRPT-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF RPT-MODE-SW = 'N'
               MOVE '*** NOTHING REPORTED - FIX PRDRPT.DAT'
                   TO O-BAL-FLAG-MSG
           ELSE
           IF C-PH-BAD-CTR = 0 AND C-NOT-TABLED-CTR = 0
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - PERIODHST.DAT HAS'
                   TO O-BAL-FLAG-MSG
               WRITE PRDRPT-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** RECORDS THE REPORT DID NOT COUNT'
                   TO O-BAL-FLAG-MSG
           END-IF
           END-IF.
           WRITE PRDRPT-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.

       9100-READ-PERIOD-HIST.
           READ PERIOD-HIST-FILE
               AT END
                   MOVE 'N' TO MORE-PH-RECS
           END-READ.
