			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS WS-FURN-CAT-FILE-STATUS.

	   SELECT STOCK-MASTER
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB06\STOCK.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS WS-STK-FILE-STATUS.

	   SELECT STOCK-MASTER-OUT
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB06\STOCK.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

	   SELECT STOCK-RCV-FILE
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB06\STKRCV.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS WS-RCV-FILE-STATUS.

	   SELECT RCV-HIST-OUT
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB06\RCVHIST.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL.

	   SELECT PERIOD-CTL-FILE
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB06\PERIODCTL.DAT'
			   ORGANIZATION IS LINE SEQUENTIAL
			   FILE STATUS IS WS-PC-FILE-STATUS.

	   SELECT ADJUST-OUT
		   ASSIGN TO 'C:\COBOLFA23\CBLJCB06\ADJUST.PRT'
			   ORGANIZATION IS RECORD SEQUENTIAL.

	   FILE SECTION.
	   FD SALESFILE
	   LABEL RECORD IS STANDARD
	   DATA RECORD IS ST-REC
	   RECORD CONTAINS 46 CHARACTERS.

      *    ST-TRAN-TYPE - 'R' IS A RETURN/CREDIT; 'S' (OR BLANK, FOR
      *    TICKETS KEYED BEFORE THE CODE EXISTED) IS A SALE.  RETURNS
      *    USED TO BE KEYED AS NEGATIVE SALES AND SILENTLY NETTED OUT
      *    OF EVERY TOTAL - NOW THEY ARE COUNTED AND REPORTED IN
      *    THEIR OWN RIGHT (SEE 2200-CALC AND 4200-RETURNS-REPORT).
      *    ST-QTY - PIECES ON THE TICKET, FOR THE STOCK MASTER (SEE
      *    2220-RELIEVE-STOCK).  BLANK OR ZERO, AS ON EVERY TICKET
      *    KEYED BEFORE THE FIELD EXISTED, COUNTS AS ONE PIECE.
      *    ST-ADJ-FLAG - 'A' MARKS A PRIOR-PERIOD ADJUSTMENT, THE ONLY
      *    WAY A TICKET DATED IN A CLOSED MONTH IS ALLOWED TO POST
      *    (SEE 2185-VALIDATE-PERIOD).
	   01	ST-REC.
	      05	ST-SLM-NUM		PIC 99.
	      05	ST-DAY			PIC 9.
	      05	ST-AMOUNT		PIC S9(5)V99.
	      05	ST-FUR-CODE		PIC 9.
	      05	ST-SALES-DATE	PIC 9(6).
	      05	ST-SALES-DATE-R REDEFINES ST-SALES-DATE.
	          10	ST-SALES-MM	PIC 99.
	          10	ST-SALES-DD	PIC 99.
	          10	ST-SALES-YY	PIC 99.
	      05	ST-SLM-NAME		PIC X(25).
	      05	ST-TRAN-TYPE	PIC X.
	          88	ST-SALE		VALUE 'S', ' '.
	          88	ST-RETURN	VALUE 'R'.
	          88	ST-TRAILER	VALUE 'T'.
	      05	ST-QTY			PIC 99.
	      05	ST-ADJ-FLAG	PIC X.
	          88	ST-PRIOR-ADJ	VALUE 'A'.

      *    BATCH CONTROL TRAILER - THE KEYING OPERATION PUTS ONE 'T'
      *    RECORD AT THE END OF FURN.DAT CARRYING THE TICKET COUNT
	      05 TR-HASH-AMT    PIC S9(9)V99 SIGN LEADING SEPARATE.
	      05 FILLER             PIC X(24).
	      05 TR-TRAN-TYPE       PIC X.
	      05 FILLER             PIC XXX.


	   
      *    MONTH-TO-DATE/YEAR-TO-DATE CARRY-FORWARD FILES (SEE
      *    1200/1210/1220-LOAD-... AND 4300-WRITE-ACCUMULATORS) - EACH
      *    RUN LOADS THE PRIOR TOTALS, ADDS THIS WEEK'S FURN.DAT
      *    ACTIVITY, AND REWRITES THE WHOLE FILE AT CLOSING.  THE
      *    MONTH'S RETURNS, COMMISSION AND PRIOR-PERIOD ADJUSTMENTS
      *    RIDE ALONG SO THE MONTH-END CLOSE (CBLJCB34) CAN FREEZE
      *    THEM WITH THE NET.  A RECORD WRITTEN BEFORE THOSE FIELDS
      *    EXISTED READS THEM AS ZERO (SEE 1201/1211).
	   FD SLM-ACCUM-FILE
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS SLM-ACC-REC
	   RECORD CONTAINS 67 CHARACTERS.

	   01 SLM-ACC-REC.
	       05 SA-SLM-NUM        PIC 99.
	       05 SA-MTD-AMT        PIC S9(9)V99 SIGN LEADING SEPARATE.
	       05 SA-YTD-AMT        PIC S9(9)V99 SIGN LEADING SEPARATE.
	       05 SA-MTD-RET-CNT    PIC 9(5).
	       05 SA-MTD-RET-AMT    PIC S9(9)V99 SIGN LEADING SEPARATE.
	       05 SA-MTD-COMM       PIC S9(9)V99 SIGN LEADING SEPARATE.
	       05 SA-MTD-ADJ-AMT    PIC S9(9)V99 SIGN LEADING SEPARATE.

	   FD FUR-ACCUM-FILE
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS FUR-ACC-REC
	   RECORD CONTAINS 54 CHARACTERS.

	   01 FUR-ACC-REC.
	       05 FA-FUR-CODE       PIC 9.
	       05 FA-MTD-AMT        PIC S9(9)V99 SIGN LEADING SEPARATE.
	       05 FA-YTD-AMT        PIC S9(9)V99 SIGN LEADING SEPARATE.
	       05 FA-MTD-RET-CNT    PIC 9(5).
	       05 FA-MTD-RET-AMT    PIC S9(9)V99 SIGN LEADING SEPARATE.
	       05 FA-MTD-ADJ-AMT    PIC S9(9)V99 SIGN LEADING SEPARATE.

      *    COMMA-DELIMITED EXTRACT OF THE SAME FIGURES THE PRINT
      *    REPORT CARRIES - ONE 'SLM' RECORD PER SALESPERSON (EIGHT
	       05 FC-FUR-CODE       PIC 9.
	       05 FC-FUR-NAME       PIC X(22).

      *    STOCK MASTER - ONE RECORD PER FURNITURE CATEGORY WITH
      *    THE PIECES ON HAND AND THE REORDER POINT.  LOADED INTO
      *    STOCK-TABLE AT INIT (SEE 1700-LOAD-STOCK-MASTER) AND
      *    REWRITTEN IN FULL AT CLOSING WITH THE NEW ON-HAND.
      *    SK-ITEM IS HELD FOR STOCK KEPT BY ITEM WITHIN A CATEGORY
      *    AND IS BLANK ON A CATEGORY RECORD.  A CATEGORY WITH NO
      *    RECORD HERE IS NOT STOCK-TRACKED UNTIL A RECEIPT FOR IT
      *    ARRIVES.
	   FD STOCK-MASTER
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS SK-REC
	   RECORD CONTAINS 30 CHARACTERS.

	   01 SK-REC.
	       05 SK-FUR-CODE       PIC 9.
	       05 SK-ITEM           PIC X(8).
	       05 SK-ON-HAND        PIC S9(5) SIGN LEADING SEPARATE.
	       05 SK-REORDER-PT     PIC 9(5).
	       05 FILLER            PIC X(10).

	   FD STOCK-MASTER-OUT
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS SO-REC
	   RECORD CONTAINS 30 CHARACTERS.

	   01 SO-REC.
	       05 SO-FUR-CODE       PIC 9.
	       05 SO-ITEM           PIC X(8).
	       05 SO-ON-HAND        PIC S9(5) SIGN LEADING SEPARATE.
	       05 SO-REORDER-PT     PIC 9(5).
	       05 FILLER            PIC X(10).

      *    RECEIVING TRANSACTIONS - ONE RECORD PER VENDOR DELIVERY,
      *    KEYED FROM THE PACKING SLIP.  APPLIED TO STOCK-TABLE AT
      *    INIT (SEE 1750-APPLY-RECEIPTS), THEN COPIED TO RCVHIST.DAT
      *    AND EMPTIED AT CLOSING SO A DELIVERY IS NEVER COUNTED
      *    TWICE.  A REJECTED BATCH LEAVES THE FILE UNTOUCHED.
	   FD STOCK-RCV-FILE
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS RV-REC
	   RECORD CONTAINS 52 CHARACTERS.

	   01 RV-REC.
	       05 RV-FUR-CODE       PIC 9.
	       05 RV-ITEM           PIC X(8).
	       05 RV-QTY            PIC 9(5).
	       05 RV-RCV-DATE       PIC X(8).
	       05 RV-VENDOR         PIC X(20).
	       05 RV-PACKSLIP       PIC X(10).

      *    RECEIPT HISTORY - EVERY RECEIVING TRANSACTION THE RUN
      *    TOOK OFF STKRCV.DAT, STAMPED WITH THE RUN DATE AND
      *    WHETHER IT WAS APPLIED ('A') OR REJECTED ('R').
	   FD RCV-HIST-OUT
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS RH-REC
	   RECORD CONTAINS 61 CHARACTERS.

	   01 RH-REC.
	       05 RH-RUN-DATE       PIC X(8).
	       05 RH-STATUS         PIC X.
	       05 RH-RCV-IMAGE      PIC X(52).

      *    CLOSED-PERIOD CONTROL - WRITTEN BY THE MONTH-END CLOSE
      *    (CBLJCB34).  EVERY MONTH UP TO AND INCLUDING PC-LAST-CLOSED
      *    (CCYYMM) IS CLOSED.  NO FILE MEANS NO MONTH HAS EVER BEEN
      *    CLOSED AND NOTHING IS LOCKED.
	   FD PERIOD-CTL-FILE
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS PC-REC
	   RECORD CONTAINS 14 CHARACTERS.

	   01 PC-REC.
	       05 PC-LAST-CLOSED    PIC X(6).
	       05 PC-CLOSE-DATE     PIC X(8).

      *    PRIOR-PERIOD ADJUSTMENT LISTING - EVERY TICKET THAT
      *    POSTED INTO THIS MONTH AGAINST A CLOSED ONE (SEE
      *    2240-POST-ADJUSTMENT), KEPT APART FROM THE SALES REPORTS.
	   FD ADJUST-OUT
	   LABEL RECORD IS OMITTED
	   DATA RECORD IS ADJUST-REC
	   RECORD CONTAINS 132 CHARACTERS
	   LINAGE IS 60 WITH FOOTING AT 56.

	   01 ADJUST-REC               PIC X(132).

       WORKING-STORAGE SECTION.
      *    NUMBER OF SALESPEOPLE ON THE MASTER FILE (SEE
      *    1300-LOAD-SLM-MASTER) - SIZES SALESTABLE, SLM-MTD-YTD, AND
       01 FUR-GRAND-MTD                PIC S9(9)V99 VALUE 0.
       01 FUR-GRAND-YTD                PIC S9(9)V99 VALUE 0.

      *    THE REST OF THE MONTH THE CLOSE FREEZES - RETURNS, THE
      *    COMMISSION PRINTED EACH WEEK (SEE 4510), AND PRIOR-PERIOD
      *    ADJUSTMENTS BOOKED THIS MONTH.  ZEROED WITH THE MTD ON A
      *    NEW MONTH.
       01 SLM-MTD-DETAIL.
           05 SLM-MTD-RET-CNT OCCURS 1 TO 50 TIMES
                   DEPENDING ON SLM-COUNT PIC 9(5)     VALUE 0.
           05 SLM-MTD-RET-AMT OCCURS 1 TO 50 TIMES
                   DEPENDING ON SLM-COUNT PIC S9(9)V99 VALUE 0.
           05 SLM-MTD-COMM    OCCURS 1 TO 50 TIMES
                   DEPENDING ON SLM-COUNT PIC S9(9)V99 VALUE 0.
           05 SLM-MTD-ADJ     OCCURS 1 TO 50 TIMES
                   DEPENDING ON SLM-COUNT PIC S9(9)V99 VALUE 0.

       01 FUR-MTD-DETAIL.
           05 FUR-MTD-RET-CNT OCCURS 9 TIMES   PIC 9(5)     VALUE 0.
           05 FUR-MTD-RET-AMT OCCURS 9 TIMES   PIC S9(9)V99 VALUE 0.
           05 FUR-MTD-ADJ     OCCURS 9 TIMES   PIC S9(9)V99 VALUE 0.

       01 STORE-MTD-DETAIL.
           05 STORE-MTD-RET-CNT               PIC 9(5)     VALUE 0.
           05 STORE-MTD-RET-AMT               PIC S9(9)V99 VALUE 0.
           05 STORE-MTD-COMM                  PIC S9(9)V99 VALUE 0.
           05 STORE-MTD-ADJ                   PIC S9(9)V99 VALUE 0.

      *    PERIOD LOCK - SEE 1240-LOAD-PERIOD-CTL AND 1245-CHECK-
      *    PERIOD-LOCK.  PERIODS ARE CCYYMM.  PERIOD-OK-SW = 'N'
      *    REJECTS THE WHOLE RUN THE SAME WAY A BAD BATCH DOES.
       01 WS-PC-FILE-STATUS            PIC XX.
       01 PERIOD-FIELDS.
           05 PERIOD-LOCK-SW           PIC X     VALUE 'N'.
           05 PERIOD-OK-SW             PIC X     VALUE 'Y'.
           05 PRD-VALID-SW             PIC X.
           05 PRD-ADJ-SW               PIC X.
           05 C-LAST-CLOSED            PIC 9(6)  VALUE 0.
           05 C-RUN-PERIOD             PIC 9(6)  VALUE 0.
           05 C-ACC-PERIOD             PIC 9(6)  VALUE 0.
           05 C-TKT-PERIOD             PIC 9(6)  VALUE 0.
           05 C-ADJ-AMT                PIC S9(7)V99.
           05 C-ADJ-CTR                PIC 9(5)  VALUE 0.
           05 C-ADJ-TOTAL              PIC S9(9)V99 VALUE 0.

       01 C-PERIOD-WORK.
           05 C-PW-YEAR                PIC X(4).
           05 C-PW-MONTH               PIC XX.
       01 C-PERIOD-WORK-R REDEFINES C-PERIOD-WORK.
           05 C-PW-PERIOD              PIC 9(6).

       01 PERIOD-REJECT-LINE.
           05 FILLER               PIC X(4)    VALUE '*** '.
           05 O-PR-MSG             PIC X(50).
           05 FILLER               PIC X(27)   VALUE
              ' - ENTIRE RUN REJECTED ***'.

       01 PERIOD-ACTION-LINE.
           05 FILLER               PIC X(4)    VALUE '*** '.
           05 O-PR-ACTION          PIC X(60).

       01 PRD-ACTION-RUNDATE.
           05 FILLER               PIC X(40)   VALUE
              'CHECK RUNDATE.DAT - LATE TICKETS POST ON'.
           05 FILLER               PIC X(20)   VALUE
              'LY AS ADJUSTMENTS'.

       01 PRD-ACTION-CLOSE.
           05 FILLER               PIC X(40)   VALUE
              'RUN THE MONTH-END CLOSE (CBLJCB34), THEN'.
           05 FILLER               PIC X(20)   VALUE
              ' RERUN THIS WEEK'.

       01 ACC-CTL-FIELDS.
           05 PRIOR-ACC-MONTH          PIC XX    VALUE SPACES.
           05 PRIOR-ACC-YEAR           PIC X(4)  VALUE SPACES.
       01 MISC.
           05 PAGE-CTR                 PIC 99  VALUE 0.
           05 EXCEPT-PAGE-CTR          PIC 99  VALUE 0.
           05 ADJUST-PAGE-CTR          PIC 99  VALUE 0.
           05 MORE-RECS                PIC X.
           05 I-VAR                    PIC X.
           05 SUB                      PIC 99.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 O-EX-REASON           PIC X(40).

       01 RCV-EXCEPT-LINE.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 FILLER                PIC X(13)  VALUE 'RECEIPT CODE '.
           05 O-RX-FUR-CODE         PIC X.
           05 FILLER                PIC X(7)   VALUE '  QTY '.
           05 O-RX-QTY              PIC X(5).
           05 FILLER                PIC X(8)   VALUE '  DATE '.
           05 O-RX-RCV-DATE         PIC X(8).
           05 FILLER                PIC XX     VALUE SPACES.
           05 O-RX-VENDOR           PIC X(20).
           05 FILLER                PIC XX     VALUE SPACES.
           05 O-RX-REASON           PIC X(40).

      *    STOCK TABLE - DIRECT-INDEXED BY FURNITURE CODE LIKE
      *    FURN-CAT-TABLE.  STK-ON-HAND STARTS AT THE MASTER'S FIGURE
      *    AND MOVES WITH EVERY RECEIPT, SALE AND MATCHED RETURN, SO
      *    BEGINNING + RECEIVED - SOLD + RETURNED ALWAYS EQUALS IT.
      *    A SALE THE SHELF COULD NOT COVER IS NOT RELIEVED - IT IS
      *    COUNTED IN STK-SHORT AND LISTED ON EXCEPT.PRT FOR A COUNT.
       01 STOCK-TABLE.
           05 STK              OCCURS 9 TIMES.
               10 STK-ON-FILE          PIC X.
                   88 STK-TRACKED        VALUE 'Y'.
               10 STK-BEGIN            PIC S9(7).
               10 STK-RECEIVED         PIC 9(7).
               10 STK-SOLD             PIC 9(7).
               10 STK-RETURNED         PIC 9(7).
               10 STK-SHORT            PIC 9(7).
               10 STK-ON-HAND          PIC S9(7).
               10 STK-REORDER-PT       PIC 9(5).

       01 STOCK-TOTALS.
           05 STK-TOT-BEGIN            PIC S9(7)  VALUE 0.
           05 STK-TOT-RECEIVED         PIC 9(7)   VALUE 0.
           05 STK-TOT-SOLD             PIC 9(7)   VALUE 0.
           05 STK-TOT-RETURNED         PIC 9(7)   VALUE 0.
           05 STK-TOT-SHORT            PIC 9(7)   VALUE 0.
           05 STK-TOT-ON-HAND          PIC S9(7)  VALUE 0.

       01 WS-STK-FILE-STATUS           PIC XX.
       01 WS-RCV-FILE-STATUS           PIC XX.

       01 STK-FIELDS.
           05 MORE-STK-RECS            PIC X.
           05 MORE-RCV-RECS            PIC X.
           05 RCV-VALID-SW             PIC X.
           05 STK-TRACKED-SW           PIC X     VALUE 'N'.
           05 C-STK-QTY                PIC 9(5).
           05 C-RCV-REASON             PIC X(40).
           05 C-RCV-APPLIED-CTR        PIC 9(5)  VALUE 0.
           05 C-RCV-REJECT-CTR         PIC 9(5)  VALUE 0.
           05 C-STK-SHORT-CTR          PIC 9(5)  VALUE 0.

      *    STOCK STATUS REPORT SECTION - SEE 4800-STOCK-REPORT.
       01 STOCK-TITLE-LINE2.
           05 FILLER               PIC X(54)   VALUE SPACES.
           05 FILLER               PIC X(19)   VALUE
              'STOCK STATUS REPORT'.

       01 STOCK-HEADING1.
           05 FILLER               PIC X(25)   VALUE SPACES.
           05 FILLER               PIC X(41)   VALUE 'BEGINNING'.
           05 FILLER               PIC X(11)   VALUE 'ENDING'.
           05 FILLER               PIC X(10)   VALUE 'REORDER'.
           05 FILLER               PIC X(3)    VALUE 'NOT'.

       01 STOCK-HEADING2.
           05 FILLER               PIC X(25)   VALUE 'FURNITURE TYPE'.
           05 FILLER               PIC X(11)   VALUE 'ON HAND'.
           05 FILLER               PIC X(10)   VALUE 'RECEIVED'.
           05 FILLER               PIC X(10)   VALUE 'SOLD'.
           05 FILLER               PIC X(10)   VALUE 'RETURNED'.
           05 FILLER               PIC X(11)   VALUE 'ON HAND'.
           05 FILLER               PIC X(10)   VALUE 'POINT'.
           05 FILLER               PIC X(9)    VALUE 'RELIEVED'.
           05 FILLER               PIC X(6)    VALUE 'STATUS'.

       01 STOCK-DETAIL-LINE.
           05 O-SK-NAME             PIC X(22).
           05 FILLER                PIC XXX    VALUE SPACES.
           05 O-SK-BEGIN            PIC -ZZ,ZZ9.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 O-SK-RECEIVED         PIC ZZ,ZZ9.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 O-SK-SOLD             PIC ZZ,ZZ9.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 O-SK-RETURNED         PIC ZZ,ZZ9.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 O-SK-ON-HAND          PIC -ZZ,ZZ9.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 O-SK-REORDER-PT       PIC ZZ,ZZZ.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 O-SK-SHORT            PIC ZZ,ZZ9.
           05 FILLER                PIC XXX    VALUE SPACES.
           05 O-SK-FLAG             PIC X(23).

       01 STOCK-NONE-LINE.
           05 FILLER               PIC X(40)   VALUE
              '*** NO STOCK MASTER ON FILE - NO CATEGOR'.
           05 FILLER               PIC X(26)   VALUE
              'Y IS STOCK-TRACKED ***'.

       01 STOCK-COUNT-LINE.
           05 O-STK-CNT-LABEL      PIC X(40).
           05 O-STK-CNT            PIC ZZ,ZZ9.

      *    PRIOR-PERIOD ADJUSTMENT LISTING - SEE 2240-POST-ADJUSTMENT.
       01 ADJUST-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 O-ADJ-TITLE-DATE     PIC X(10).
           05 FILLER               PIC X(31)   VALUE SPACES.
           05 FILLER               PIC X(38)   VALUE
              'PRIOR-PERIOD ADJUSTMENTS POSTED'.
           05 FILLER               PIC X(39)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 O-ADJ-TITLE-PAGE     PIC Z9.

       01 ADJUST-HEADING.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(28)   VALUE 'SALESPERSON'.
           05 FILLER               PIC X(11)   VALUE 'SALES DATE'.
           05 FILLER               PIC X(9)    VALUE 'PERIOD'.
           05 FILLER               PIC X(25)   VALUE 'FURNITURE TYPE'.
           05 FILLER               PIC X(9)    VALUE 'TRAN'.
           05 FILLER               PIC X(10)   VALUE 'AMOUNT'.

       01 ADJUST-LINE.
           05 O-AJ-SLM-NUM         PIC Z9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-AJ-SLM-NAME        PIC X(25).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-AJ-SALES-DATE      PIC 9(6).
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-AJ-PERIOD-MM       PIC 99.
           05 FILLER               PIC X       VALUE '/'.
           05 O-AJ-PERIOD-YYYY     PIC 9(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-AJ-FURNITURE       PIC X(22).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-AJ-TYPE            PIC X(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-AJ-AMOUNT          PIC $$,$$$,$$9.99-.

       01 ADJUST-TOTAL-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(28)   VALUE
              'ADJUSTMENTS POSTED:'.
           05 O-AJ-TOT-CTR         PIC ZZ,ZZ9.
           05 FILLER               PIC X(48)   VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE 'NET TOTAL:'.
           05 O-AJ-TOT-AMT         PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1200-LOAD-SLM-ACCUM.
           PERFORM 1210-LOAD-FUR-ACCUM.
           PERFORM 1220-LOAD-ACC-CTL.
           PERFORM 1240-LOAD-PERIOD-CTL.
           PERFORM 1245-CHECK-PERIOD-LOCK.
           PERFORM 1230-ROLL-ACCUMULATORS.
           OPEN OUTPUT EXCEPT-OUT.
           PERFORM 1310-EXCEPT-HEADING.
           OPEN OUTPUT ADJUST-OUT.
           PERFORM 1320-ADJUST-HEADING.
           PERFORM 1100-WEEKLY-HEADING.
           PERFORM 1500-VERIFY-BATCH-CONTROL.
           IF BATCH-OK-SW = 'Y' AND PERIOD-OK-SW = 'N'
               MOVE 'N' TO BATCH-OK-SW
               PERFORM 1530-REJECT-PERIOD
           END-IF.
           IF BATCH-OK-SW = 'Y'
               MOVE CURRENT-DATE TO C-RUN-DATE-NUM
               COMPUTE C-RUN-INT-DATE =
                   FUNCTION INTEGER-OF-DATE(C-RUN-DATE-NUM)
               PERFORM 1600-LOAD-TKT-HIST
               PERFORM 1700-LOAD-STOCK-MASTER
               PERFORM 1750-APPLY-RECEIPTS
               PERFORM 9000-READ
           ELSE
               MOVE 'N' TO MORE-RECS
               AT END MOVE 'N' TO MORE-TH-RECS
           END-READ.

      *    LOAD THE STOCK MASTER.  A MISSING FILE LEAVES EVERY
      *    CATEGORY UNTRACKED - SALES POST AS ALWAYS AND NOTHING IS
      *    RELIEVED, SO THE STOCK MASTER CAN BE BROUGHT IN ONE
      *    CATEGORY AT A TIME.
       1700-LOAD-STOCK-MASTER.
           INITIALIZE STOCK-TABLE.
           MOVE 'Y' TO MORE-STK-RECS.
           OPEN INPUT STOCK-MASTER.
           IF WS-STK-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-STK-RECS
           ELSE
               PERFORM 9600-READ-STOCK-MASTER
           END-IF.
           PERFORM 1710-BUILD-STOCK-TABLE
               UNTIL MORE-STK-RECS = 'N'.
           IF WS-STK-FILE-STATUS = '00' OR WS-STK-FILE-STATUS = '10'
               CLOSE STOCK-MASTER
           END-IF.

       1710-BUILD-STOCK-TABLE.
           IF SK-FUR-CODE > 0 AND SK-FUR-CODE < 10
               MOVE 'Y'           TO STK-ON-FILE(SK-FUR-CODE)
               MOVE SK-ON-HAND    TO STK-BEGIN(SK-FUR-CODE)
               MOVE SK-ON-HAND    TO STK-ON-HAND(SK-FUR-CODE)
               MOVE SK-REORDER-PT TO STK-REORDER-PT(SK-FUR-CODE)
           END-IF.
           PERFORM 9600-READ-STOCK-MASTER.

       9600-READ-STOCK-MASTER.
           READ STOCK-MASTER
               AT END MOVE 'N' TO MORE-STK-RECS.

      *    ADD THIS WEEK'S VENDOR DELIVERIES TO STOCK BEFORE ANY
      *    TICKET POSTS, SO A PIECE RECEIVED AND SOLD IN THE SAME
      *    WEEK DOES NOT SHOW AS SHORT.  A RECEIPT FOR A CATEGORY
      *    NOT ON THE STOCK MASTER STARTS TRACKING IT FROM ZERO.
       1750-APPLY-RECEIPTS.
           MOVE 'Y' TO MORE-RCV-RECS.
           OPEN INPUT STOCK-RCV-FILE.
           IF WS-RCV-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-RCV-RECS
           ELSE
               PERFORM 9700-READ-RECEIPT
           END-IF.
           PERFORM 1760-APPLY-ONE-RECEIPT
               UNTIL MORE-RCV-RECS = 'N'.
           IF WS-RCV-FILE-STATUS = '00' OR WS-RCV-FILE-STATUS = '10'
               CLOSE STOCK-RCV-FILE
           END-IF.

       1760-APPLY-ONE-RECEIPT.
           PERFORM 1770-VALIDATE-RECEIPT.
           IF RCV-VALID-SW = 'Y'
               MOVE 'Y'    TO STK-ON-FILE(RV-FUR-CODE)
               ADD RV-QTY  TO STK-RECEIVED(RV-FUR-CODE)
               ADD RV-QTY  TO STK-ON-HAND(RV-FUR-CODE)
               ADD 1       TO C-RCV-APPLIED-CTR
           ELSE
               ADD 1 TO C-RCV-REJECT-CTR
               MOVE RV-FUR-CODE  TO O-RX-FUR-CODE
               MOVE RV-QTY       TO O-RX-QTY
               MOVE RV-RCV-DATE  TO O-RX-RCV-DATE
               MOVE RV-VENDOR    TO O-RX-VENDOR
               MOVE C-RCV-REASON TO O-RX-REASON
               WRITE EXCEPT-REC FROM RCV-EXCEPT-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 1310-EXCEPT-HEADING
               END-WRITE
           END-IF.
           PERFORM 9700-READ-RECEIPT.

      *    SHARED WITH 4920-ARCHIVE-RECEIPTS SO THE HISTORY RECORDS
      *    EXACTLY WHICH RECEIPTS WERE APPLIED.
       1770-VALIDATE-RECEIPT.
           MOVE 'Y' TO RCV-VALID-SW.
           MOVE SPACES TO C-RCV-REASON.
           IF RV-FUR-CODE NOT NUMERIC OR RV-FUR-CODE = 0
               MOVE 'N' TO RCV-VALID-SW
               MOVE 'RECEIPT FURNITURE CODE OUT OF RANGE'
                   TO C-RCV-REASON
           ELSE
               IF RV-QTY NOT NUMERIC OR RV-QTY = 0
                   MOVE 'N' TO RCV-VALID-SW
                   MOVE 'RECEIPT QUANTITY MISSING OR ZERO'
                       TO C-RCV-REASON
               ELSE
                   IF RV-RCV-DATE NOT NUMERIC
                       MOVE 'N' TO RCV-VALID-SW
                       MOVE 'RECEIPT DATE NOT CCYYMMDD'
                           TO C-RCV-REASON
                   END-IF
               END-IF
           END-IF.

       9700-READ-RECEIPT.
           READ STOCK-RCV-FILE
               AT END MOVE 'N' TO MORE-RCV-RECS.

       1520-REJECT-BATCH.
           WRITE EXCEPT-REC FROM BATCH-REJECT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE SUMMARY-REC FROM BATCH-REJECT-LINE
               AFTER ADVANCING 2 LINES.

      *    THE PERIOD LOCK TURNED THE RUN AWAY - SAY WHY, AND WHAT
      *    TO DO, ON BOTH THE EXCEPTION LISTING AND THE REPORT.
       1530-REJECT-PERIOD.
           WRITE EXCEPT-REC FROM PERIOD-REJECT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE EXCEPT-REC FROM PERIOD-ACTION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SUMMARY-REC FROM PERIOD-REJECT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE SUMMARY-REC FROM PERIOD-ACTION-LINE
               AFTER ADVANCING 1 LINE.

      *    LOAD LAST RUN'S SALESPERSON MTD/YTD TOTALS - A MISSING FILE
      *    (FIRST EVER RUN) JUST LEAVES THE TABLE AT ITS ZERO VALUE.
       1200-LOAD-SLM-ACCUM.
           END-IF.

       1201-BUILD-SLM-ACCUM.
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
           IF SA-SLM-NUM = 0
               MOVE SA-MTD-AMT     TO STORE-SLM-MTD
               MOVE SA-YTD-AMT     TO STORE-SLM-YTD
               MOVE SA-MTD-RET-CNT TO STORE-MTD-RET-CNT
               MOVE SA-MTD-RET-AMT TO STORE-MTD-RET-AMT
               MOVE SA-MTD-COMM    TO STORE-MTD-COMM
               MOVE SA-MTD-ADJ-AMT TO STORE-MTD-ADJ
           ELSE
               IF SA-SLM-NUM > 0 AND SA-SLM-NUM <= SLM-COUNT
                   MOVE SA-MTD-AMT     TO SLM-MTD(SA-SLM-NUM)
                   MOVE SA-YTD-AMT     TO SLM-YTD(SA-SLM-NUM)
                   MOVE SA-MTD-RET-CNT TO SLM-MTD-RET-CNT(SA-SLM-NUM)
                   MOVE SA-MTD-RET-AMT TO SLM-MTD-RET-AMT(SA-SLM-NUM)
                   MOVE SA-MTD-COMM    TO SLM-MTD-COMM(SA-SLM-NUM)
                   MOVE SA-MTD-ADJ-AMT TO SLM-MTD-ADJ(SA-SLM-NUM)
               END-IF
           END-IF.
           PERFORM 9200-READ-SLM-ACCUM.
               IF FA-FUR-CODE < 10
                   MOVE FA-MTD-AMT TO FUR-MTD(FA-FUR-CODE)
                   MOVE FA-YTD-AMT TO FUR-YTD(FA-FUR-CODE)
                   IF FA-MTD-RET-CNT NUMERIC
                       MOVE FA-MTD-RET-CNT
                           TO FUR-MTD-RET-CNT(FA-FUR-CODE)
                   END-IF
                   IF FA-MTD-RET-AMT NUMERIC
                       MOVE FA-MTD-RET-AMT
                           TO FUR-MTD-RET-AMT(FA-FUR-CODE)
                   END-IF
                   IF FA-MTD-ADJ-AMT NUMERIC
                       MOVE FA-MTD-ADJ-AMT TO FUR-MTD-ADJ(FA-FUR-CODE)
                   END-IF
               END-IF
           END-IF.
           PERFORM 9210-READ-FUR-ACCUM.
               UNTIL SUB > 9.
           MOVE 0 TO STORE-SLM-MTD.
           MOVE 0 TO FUR-GRAND-MTD.
           INITIALIZE STORE-MTD-DETAIL.

       1235-ZERO-ONE-SLM-MTD.
           MOVE 0 TO SLM-MTD(SUB).
           MOVE 0 TO SLM-MTD-RET-CNT(SUB).
           MOVE 0 TO SLM-MTD-RET-AMT(SUB).
           MOVE 0 TO SLM-MTD-COMM(SUB).
           MOVE 0 TO SLM-MTD-ADJ(SUB).
           ADD 1 TO SUB.

       1236-ZERO-ONE-FUR-MTD.
           MOVE 0 TO FUR-MTD(SUB).
           MOVE 0 TO FUR-MTD-RET-CNT(SUB).
           MOVE 0 TO FUR-MTD-RET-AMT(SUB).
           MOVE 0 TO FUR-MTD-ADJ(SUB).
           ADD 1 TO SUB.

      *    LOAD THE LAST CLOSED PERIOD.  NO FILE, OR NO USABLE
      *    PERIOD ON IT, MEANS NO MONTH HAS BEEN CLOSED YET AND THE
      *    LOCK IS NOT IN FORCE - THE RUN BEHAVES AS IT ALWAYS HAS.
       1240-LOAD-PERIOD-CTL.
           MOVE 'N' TO PERIOD-LOCK-SW.
           OPEN INPUT PERIOD-CTL-FILE.
           IF WS-PC-FILE-STATUS = '00'
               READ PERIOD-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-LAST-CLOSED NUMERIC
                           MOVE PC-LAST-CLOSED TO C-LAST-CLOSED
                           MOVE 'Y' TO PERIOD-LOCK-SW
                       END-IF
               END-READ
               CLOSE PERIOD-CTL-FILE
           END-IF.

      *    ONCE A MONTH HAS BEEN CLOSED, THE ACCUMULATORS MAY NOT ROLL
      *    PAST AN OPEN MONTH - 1230 WOULD ZERO ITS MTD BEFORE THE
      *    CLOSE EVER SAW IT - AND NO RUN MAY BE DATED INSIDE A
      *    CLOSED MONTH.  EITHER REJECTS THE WHOLE RUN (SEE 1530).
       1245-CHECK-PERIOD-LOCK.
           MOVE 'Y' TO PERIOD-OK-SW.
           MOVE CURRENT-YEAR  TO C-PW-YEAR.
           MOVE CURRENT-MONTH TO C-PW-MONTH.
           MOVE C-PW-PERIOD   TO C-RUN-PERIOD.
           MOVE 0 TO C-ACC-PERIOD.
           MOVE PRIOR-ACC-YEAR  TO C-PW-YEAR.
           MOVE PRIOR-ACC-MONTH TO C-PW-MONTH.
           IF C-PW-PERIOD NUMERIC
               MOVE C-PW-PERIOD TO C-ACC-PERIOD
           END-IF.
           IF PERIOD-LOCK-SW = 'Y'
               IF C-RUN-PERIOD NOT > C-LAST-CLOSED
                   MOVE 'N' TO PERIOD-OK-SW
                   MOVE 'RUN DATE FALLS IN A CLOSED PERIOD'
                       TO O-PR-MSG
                   MOVE PRD-ACTION-RUNDATE TO O-PR-ACTION
               ELSE
               IF C-ACC-PERIOD > C-LAST-CLOSED
                AND C-ACC-PERIOD < C-RUN-PERIOD
                   MOVE 'N' TO PERIOD-OK-SW
                   MOVE SPACES TO O-PR-MSG
                   STRING PRIOR-ACC-MONTH '/' PRIOR-ACC-YEAR
                       ' HAS NOT BEEN CLOSED' DELIMITED BY SIZE
                       INTO O-PR-MSG
                   MOVE PRD-ACTION-CLOSE TO O-PR-ACTION
               END-IF
               END-IF
           END-IF.

       9200-READ-SLM-ACCUM.
           READ SLM-ACCUM-FILE
               AT END MOVE 'N' TO MORE-SLM-ACC-RECS.
           WRITE EXCEPT-REC FROM EXCEPT-HEADING
               AFTER ADVANCING 2 LINES.

       1320-ADJUST-HEADING.
           ADD 1 TO ADJUST-PAGE-CTR.
           MOVE ADJUST-PAGE-CTR    TO O-ADJ-TITLE-PAGE.
           MOVE WEEKLY-TITLE-DATE  TO O-ADJ-TITLE-DATE.
           WRITE ADJUST-REC FROM ADJUST-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE ADJUST-REC FROM ADJUST-HEADING
               AFTER ADVANCING 2 LINES.

       1100-WEEKLY-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO WK-TITLE-PAGE.
      *    WEEK'S RETURN CAN FIND IT.
       2000-MAINLINE.
           IF SLM-VALID-SW = 'Y' AND FUR-VALID-SW = 'Y'
            AND TRAN-VALID-SW = 'Y' AND PRD-VALID-SW = 'Y'
               IF ST-RETURN
                   PERFORM 2190-MATCH-RETURN
                   IF RET-MATCH-SW = 'Y'
                       PERFORM 2200-CALC
                       PERFORM 2230-RESTOCK
                       IF PRD-ADJ-SW = 'Y'
                           PERFORM 2240-POST-ADJUSTMENT
                       END-IF
                   ELSE
                       PERFORM 2195-RETURN-EXCEPTION
                   END-IF
               ELSE
                   PERFORM 2200-CALC
                   PERFORM 2210-ADD-TO-TKT-HIST
                   PERFORM 2220-RELIEVE-STOCK
                   IF PRD-ADJ-SW = 'Y'
                       PERFORM 2240-POST-ADJUSTMENT
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-READ
               MOVE 'Y' TO TH-OVERFLOW-SW
           END-IF.

      *    THE SALE HAS ALREADY POSTED - THE MONEY CHANGED HANDS
      *    WHATEVER THE STOCK MASTER SAYS.  IF THE SHELF COULD NOT
      *    HAVE COVERED IT, ON-HAND IS LEFT ALONE AND THE TICKET GOES
      *    ON THE EXCEPTION LISTING SO SOMEONE COUNTS THE FLOOR.
       2220-RELIEVE-STOCK.
           IF STK-TRACKED(ST-FUR-CODE)
               PERFORM 2215-SET-STK-QTY
               IF C-STK-QTY > STK-ON-HAND(ST-FUR-CODE)
                   ADD C-STK-QTY TO STK-SHORT(ST-FUR-CODE)
                   ADD 1 TO C-STK-SHORT-CTR
                   MOVE ST-SLM-NUM     TO O-EX-SLM-NUM
                   MOVE ST-SALES-DATE  TO O-EX-SALES-DATE
                   MOVE ST-AMOUNT      TO O-EX-AMOUNT
                   MOVE 'SALE WOULD DRIVE STOCK NEGATIVE'
                       TO O-EX-REASON
                   WRITE EXCEPT-REC FROM EXCEPT-LINE
                       AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 1310-EXCEPT-HEADING
                   END-WRITE
               ELSE
                   SUBTRACT C-STK-QTY FROM STK-ON-HAND(ST-FUR-CODE)
                   ADD C-STK-QTY TO STK-SOLD(ST-FUR-CODE)
               END-IF
           END-IF.

       2215-SET-STK-QTY.
           IF ST-QTY NUMERIC AND ST-QTY > 0
               MOVE ST-QTY TO C-STK-QTY
           ELSE
               MOVE 1 TO C-STK-QTY
           END-IF.

      *    A TICKET DATED IN A CLOSED MONTH HAS ALREADY POSTED TO THIS
      *    MONTH LIKE ANY OTHER - THE CLOSED MONTH'S FROZEN FIGURES ARE
      *    NEVER TOUCHED - AND IS ALSO LISTED ON ADJUST.PRT AND HELD IN
      *    THE MTD ADJUSTMENT TOTALS SO THE CLOSE SHOWS HOW MUCH OF
      *    THIS MONTH BELONGS TO AN EARLIER ONE.  A RETURN ADJUSTS
      *    DOWNWARD.
       2240-POST-ADJUSTMENT.
           IF ST-RETURN
               COMPUTE C-ADJ-AMT = 0 - ST-AMOUNT
               MOVE 'RETURN' TO O-AJ-TYPE
           ELSE
               MOVE ST-AMOUNT TO C-ADJ-AMT
               MOVE 'SALE'   TO O-AJ-TYPE
           END-IF.
           ADD C-ADJ-AMT TO SLM-MTD-ADJ(ST-SLM-NUM).
           ADD C-ADJ-AMT TO FUR-MTD-ADJ(ST-FUR-CODE).
           ADD C-ADJ-AMT TO STORE-MTD-ADJ.
           ADD C-ADJ-AMT TO C-ADJ-TOTAL.
           ADD 1         TO C-ADJ-CTR.
           MOVE ST-SLM-NUM              TO O-AJ-SLM-NUM.
           MOVE SLM-MST-NAME(ST-SLM-NUM) TO O-AJ-SLM-NAME.
           MOVE ST-SALES-DATE           TO O-AJ-SALES-DATE.
           MOVE ST-SALES-MM             TO O-AJ-PERIOD-MM.
           COMPUTE O-AJ-PERIOD-YYYY = 2000 + ST-SALES-YY.
           MOVE FURN-NAME(ST-FUR-CODE)  TO O-AJ-FURNITURE.
           MOVE C-ADJ-AMT               TO O-AJ-AMOUNT.
           WRITE ADJUST-REC FROM ADJUST-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1320-ADJUST-HEADING.

      *    A MATCHED RETURN PUTS THE PIECES BACK ON THE FLOOR.
       2230-RESTOCK.
           IF STK-TRACKED(ST-FUR-CODE)
               PERFORM 2215-SET-STK-QTY
               ADD C-STK-QTY TO STK-ON-HAND(ST-FUR-CODE)
               ADD C-STK-QTY TO STK-RETURNED(ST-FUR-CODE)
           END-IF.

       2100-OUTPUT.
           PERFORM 2110-OUTPUT
               VARYING ST-DAY FROM 1 BY 1
               ADD ST-AMOUNT TO FUR-RET-AMT(ST-FUR-CODE)
               ADD 1         TO STORE-RET-CNT
               ADD ST-AMOUNT TO STORE-RET-AMT
               ADD 1         TO SLM-MTD-RET-CNT(ST-SLM-NUM)
               ADD ST-AMOUNT TO SLM-MTD-RET-AMT(ST-SLM-NUM)
               ADD 1         TO FUR-MTD-RET-CNT(ST-FUR-CODE)
               ADD ST-AMOUNT TO FUR-MTD-RET-AMT(ST-FUR-CODE)
               ADD 1         TO STORE-MTD-RET-CNT
               ADD ST-AMOUNT TO STORE-MTD-RET-AMT
           ELSE
      *    TOTAL SALES BY PERSON BY DAY
               ADD ST-AMOUNT TO DAILYTOTAL(ST-SLM-NUM,ST-DAY)
               PERFORM 4300-WRITE-ACCUMULATORS
               PERFORM 4600-WRITE-EXTRACT
               PERFORM 4700-WRITE-TKT-HIST
               PERFORM 4900-WRITE-STOCK-MASTER
               PERFORM 4920-ARCHIVE-RECEIPTS
           END-IF.
           MOVE C-ADJ-CTR   TO O-AJ-TOT-CTR.
           MOVE C-ADJ-TOTAL TO O-AJ-TOT-AMT.
           WRITE ADJUST-REC FROM ADJUST-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE SALESFILE.
           CLOSE SUMMARYFILE.
           CLOSE EXCEPT-OUT.
           CLOSE ADJUST-OUT.

      *    WRITE THE SPREADSHEET EXTRACT - ONE DELIMITED RECORD PER
      *    SALESPERSON AND PER FURNITURE CATEGORY WITH ANY ACTIVITY
           MOVE 1 TO SUB.
           PERFORM 4510-COMMISSION-LINE
               UNTIL SUB > SLM-COUNT.
           PERFORM 4800-STOCK-REPORT.

      *    DAILYTOTAL IS NET OF RETURNS, SO GROSS IS REBUILT AS
      *    NET + RETURNS - A HEAVY-RETURNS WEEK SHOWS AS BIG GROSS
               MULTIPLY DAILYTOTAL(SUB,8) BY CM-EFFECTIVE-RATE
                   GIVING CM-COMMISSION-AMT
               MOVE CM-COMMISSION-AMT     TO O-CM-COMMISSION
               ADD CM-COMMISSION-AMT      TO SLM-MTD-COMM(SUB)
               ADD CM-COMMISSION-AMT      TO STORE-MTD-COMM
               WRITE SUMMARY-REC FROM COMMISSION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 0 TO SA-SLM-NUM.
           MOVE STORE-SLM-MTD TO SA-MTD-AMT.
           MOVE STORE-SLM-YTD TO SA-YTD-AMT.
           MOVE STORE-MTD-RET-CNT TO SA-MTD-RET-CNT.
           MOVE STORE-MTD-RET-AMT TO SA-MTD-RET-AMT.
           MOVE STORE-MTD-COMM    TO SA-MTD-COMM.
           MOVE STORE-MTD-ADJ     TO SA-MTD-ADJ-AMT.
           WRITE SLM-ACC-REC.
           MOVE 1 TO SUB.
           PERFORM 4311-WRITE-ONE-SLM-ACCUM
           MOVE SUB          TO SA-SLM-NUM.
           MOVE SLM-MTD(SUB) TO SA-MTD-AMT.
           MOVE SLM-YTD(SUB) TO SA-YTD-AMT.
           MOVE SLM-MTD-RET-CNT(SUB) TO SA-MTD-RET-CNT.
           MOVE SLM-MTD-RET-AMT(SUB) TO SA-MTD-RET-AMT.
           MOVE SLM-MTD-COMM(SUB)    TO SA-MTD-COMM.
           MOVE SLM-MTD-ADJ(SUB)     TO SA-MTD-ADJ-AMT.
           WRITE SLM-ACC-REC.
           ADD 1 TO SUB.

           MOVE 0 TO FA-FUR-CODE.
           MOVE FUR-GRAND-MTD TO FA-MTD-AMT.
           MOVE FUR-GRAND-YTD TO FA-YTD-AMT.
           MOVE STORE-MTD-RET-CNT TO FA-MTD-RET-CNT.
           MOVE STORE-MTD-RET-AMT TO FA-MTD-RET-AMT.
           MOVE STORE-MTD-ADJ     TO FA-MTD-ADJ-AMT.
           WRITE FUR-ACC-REC.
           MOVE 1 TO SUB.
           PERFORM 4321-WRITE-ONE-FUR-ACCUM
           MOVE SUB          TO FA-FUR-CODE.
           MOVE FUR-MTD(SUB) TO FA-MTD-AMT.
           MOVE FUR-YTD(SUB) TO FA-YTD-AMT.
           MOVE FUR-MTD-RET-CNT(SUB) TO FA-MTD-RET-CNT.
           MOVE FUR-MTD-RET-AMT(SUB) TO FA-MTD-RET-AMT.
           MOVE FUR-MTD-ADJ(SUB)     TO FA-MTD-ADJ-AMT.
           WRITE FUR-ACC-REC.
           ADD 1 TO SUB.

           END-IF.
           ADD 1 TO TH-SUB.

      *    STOCK STATUS REPORT - ONE LINE PER STOCK-TRACKED CATEGORY
      *    WALKING BEGINNING ON-HAND TO ENDING, FLAGGING ANY CATEGORY
      *    THAT HAS FALLEN BELOW ITS REORDER POINT, THEN THE RECEIPT
      *    AND SHORT-SALE COUNTS BEHIND THE EXCEPTION LISTING.
       4800-STOCK-REPORT.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO WK-TITLE-PAGE.
           WRITE SUMMARY-REC FROM WEEKLY-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE SUMMARY-REC FROM STOCK-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE SUMMARY-REC FROM STOCK-HEADING1
               AFTER ADVANCING 2 LINES.
           WRITE SUMMARY-REC FROM STOCK-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE SUMMARY-REC FROM WEEKLY-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE 1 TO SUB.
           PERFORM 4810-STOCK-LINE
               UNTIL SUB > 9.
           IF STK-TRACKED-SW = 'N'
               WRITE SUMMARY-REC FROM STOCK-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE SUMMARY-REC FROM WEEKLY-HEADING3
                   AFTER ADVANCING 1 LINE
               MOVE 'STORE TOTAL'    TO O-SK-NAME
               MOVE STK-TOT-BEGIN    TO O-SK-BEGIN
               MOVE STK-TOT-RECEIVED TO O-SK-RECEIVED
               MOVE STK-TOT-SOLD     TO O-SK-SOLD
               MOVE STK-TOT-RETURNED TO O-SK-RETURNED
               MOVE STK-TOT-ON-HAND  TO O-SK-ON-HAND
               MOVE 0                TO O-SK-REORDER-PT
               MOVE STK-TOT-SHORT    TO O-SK-SHORT
               MOVE SPACES           TO O-SK-FLAG
               WRITE SUMMARY-REC FROM STOCK-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'STOCK RECEIPTS APPLIED:' TO O-STK-CNT-LABEL.
           MOVE C-RCV-APPLIED-CTR         TO O-STK-CNT.
           WRITE SUMMARY-REC FROM STOCK-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'STOCK RECEIPTS REJECTED (EXCEPT.PRT):'
               TO O-STK-CNT-LABEL.
           MOVE C-RCV-REJECT-CTR          TO O-STK-CNT.
           WRITE SUMMARY-REC FROM STOCK-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SALES NOT RELIEVED - STOCK SHORT:'
               TO O-STK-CNT-LABEL.
           MOVE C-STK-SHORT-CTR           TO O-STK-CNT.
           WRITE SUMMARY-REC FROM STOCK-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       4810-STOCK-LINE.
           IF STK-TRACKED(SUB)
               MOVE 'Y' TO STK-TRACKED-SW
               MOVE FURN-NAME(SUB)       TO O-SK-NAME
               MOVE STK-BEGIN(SUB)       TO O-SK-BEGIN
               MOVE STK-RECEIVED(SUB)    TO O-SK-RECEIVED
               MOVE STK-SOLD(SUB)        TO O-SK-SOLD
               MOVE STK-RETURNED(SUB)    TO O-SK-RETURNED
               MOVE STK-ON-HAND(SUB)     TO O-SK-ON-HAND
               MOVE STK-REORDER-PT(SUB)  TO O-SK-REORDER-PT
               MOVE STK-SHORT(SUB)       TO O-SK-SHORT
               IF STK-ON-HAND(SUB) < STK-REORDER-PT(SUB)
                   MOVE '*** BELOW REORDER POINT' TO O-SK-FLAG
               ELSE
                   MOVE SPACES TO O-SK-FLAG
               END-IF
               WRITE SUMMARY-REC FROM STOCK-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD STK-BEGIN(SUB)    TO STK-TOT-BEGIN
               ADD STK-RECEIVED(SUB) TO STK-TOT-RECEIVED
               ADD STK-SOLD(SUB)     TO STK-TOT-SOLD
               ADD STK-RETURNED(SUB) TO STK-TOT-RETURNED
               ADD STK-SHORT(SUB)    TO STK-TOT-SHORT
               ADD STK-ON-HAND(SUB)  TO STK-TOT-ON-HAND
           END-IF.
           ADD 1 TO SUB.

      *    REWRITE THE STOCK MASTER IN FULL WITH THE ENDING ON-HAND,
      *    ONE RECORD PER TRACKED CATEGORY, THE SAME WAY THE
      *    ACCUMULATOR FILES ARE REBUILT.
       4900-WRITE-STOCK-MASTER.
           OPEN OUTPUT STOCK-MASTER-OUT.
           MOVE 1 TO SUB.
           PERFORM 4910-WRITE-ONE-STOCK
               UNTIL SUB > 9.
           CLOSE STOCK-MASTER-OUT.

       4910-WRITE-ONE-STOCK.
           IF STK-TRACKED(SUB)
               MOVE SPACES              TO SO-REC
               MOVE SUB                 TO SO-FUR-CODE
               MOVE STK-ON-HAND(SUB)    TO SO-ON-HAND
               MOVE STK-REORDER-PT(SUB) TO SO-REORDER-PT
               WRITE SO-REC
           END-IF.
           ADD 1 TO SUB.

      *    COPY THIS WEEK'S RECEIPTS TO THE HISTORY, MARKED APPLIED
      *    OR REJECTED BY THE SAME EDIT 1760 USED, THEN EMPTY
      *    STKRCV.DAT SO THE NEXT RUN CANNOT APPLY THEM AGAIN.  A
      *    REJECTED RECEIPT IS REKEYED FROM THE EXCEPTION LISTING.
       4920-ARCHIVE-RECEIPTS.
           MOVE 'Y' TO MORE-RCV-RECS.
           OPEN INPUT STOCK-RCV-FILE.
           IF WS-RCV-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-RCV-RECS
           ELSE
               OPEN EXTEND RCV-HIST-OUT
               PERFORM 9700-READ-RECEIPT
           END-IF.
           PERFORM 4930-ARCHIVE-ONE-RECEIPT
               UNTIL MORE-RCV-RECS = 'N'.
           IF WS-RCV-FILE-STATUS = '00' OR WS-RCV-FILE-STATUS = '10'
               CLOSE STOCK-RCV-FILE
               CLOSE RCV-HIST-OUT
               OPEN OUTPUT STOCK-RCV-FILE
               CLOSE STOCK-RCV-FILE
           END-IF.

       4930-ARCHIVE-ONE-RECEIPT.
           PERFORM 1770-VALIDATE-RECEIPT.
           MOVE C-RUN-DATE-NUM TO RH-RUN-DATE.
           IF RCV-VALID-SW = 'Y'
               MOVE 'A' TO RH-STATUS
           ELSE
               MOVE 'R' TO RH-STATUS
           END-IF.
           MOVE RV-REC TO RH-RCV-IMAGE.
           WRITE RH-REC.
           PERFORM 9700-READ-RECEIPT.

       4330-WRITE-ACC-CTL.
           OPEN OUTPUT ACC-CTL-FILE.
           MOVE CURRENT-MONTH TO AC-MONTH.
                       MOVE 'N' TO SLM-VALID-SW
                       MOVE 'N' TO FUR-VALID-SW
                       MOVE 'N' TO TRAN-VALID-SW
                       MOVE 'N' TO PRD-VALID-SW
                   ELSE
                       PERFORM 2150-VALIDATE-SLM-NUM
                       PERFORM 2170-VALIDATE-FUR-CODE
                       PERFORM 2180-VALIDATE-TRAN-TYPE
                       PERFORM 2185-VALIDATE-PERIOD
                       IF SLM-VALID-SW = 'Y'
                           MOVE ST-SLM-NAME TO S-NAME(ST-SLM-NUM)
                       END-IF
                       IF SLM-VALID-SW NOT = 'Y'
                        OR FUR-VALID-SW NOT = 'Y'
                        OR TRAN-VALID-SW NOT = 'Y'
                        OR PRD-VALID-SW NOT = 'Y'
                           PERFORM 2160-EXCEPTION-PRINT
                       END-IF
                   END-IF
               MOVE 'N' TO TRAN-VALID-SW
           END-IF.

      *    A TICKET DATED IN A CLOSED MONTH (SEE 1240) POSTS ONLY IF
      *    IT IS MARKED AS A PRIOR-PERIOD ADJUSTMENT.  AN UNMARKED ONE
      *    IS A LATE BATCH OR A RERUN AND GOES TO EXCEPT.PRT.  THE
      *    MARK ON A TICKET IN AN OPEN MONTH CHANGES NOTHING.
       2185-VALIDATE-PERIOD.
           MOVE 'Y' TO PRD-VALID-SW.
           MOVE 'N' TO PRD-ADJ-SW.
           IF PERIOD-LOCK-SW = 'Y' AND ST-SALES-DATE NUMERIC
               COMPUTE C-TKT-PERIOD =
                   (2000 + ST-SALES-YY) * 100 + ST-SALES-MM
               IF C-TKT-PERIOD NOT > C-LAST-CLOSED
                   IF ST-PRIOR-ADJ
                       MOVE 'Y' TO PRD-ADJ-SW
                   ELSE
                       MOVE 'N' TO PRD-VALID-SW
                   END-IF
               END-IF
           END-IF.

       2160-EXCEPTION-PRINT.
           MOVE ST-SLM-NUM     TO O-EX-SLM-NUM.
           MOVE ST-SALES-DATE  TO O-EX-SALES-DATE.
               IF FUR-VALID-SW NOT = 'Y'
                   MOVE 'FURNITURE CODE OUT OF RANGE' TO O-EX-REASON
               ELSE
               IF TRAN-VALID-SW NOT = 'Y'
                   MOVE 'TRANSACTION TYPE NOT S OR R' TO O-EX-REASON
               ELSE
                   MOVE 'CLOSED PERIOD - NOT MARKED ADJUSTMENT'
                       TO O-EX-REASON
               END-IF
               END-IF
           END-IF.
           WRITE EXCEPT-REC FROM EXCEPT-LINE
