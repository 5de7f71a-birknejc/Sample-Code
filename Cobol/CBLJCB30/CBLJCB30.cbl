       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB30.
       AUTHOR. JEFF BIRKNER.

      *    DO-NOT-RENT LIST MAINTENANCE.  THE ONLY WAY A GUEST GOES ON
      *    OR COMES OFF THE DO-NOT-RENT LIST.  EACH TRANSACTION ON
      *    DNRTRAN.DAT SETS ('S') OR CLEARS ('C') THE FLAG ON ONE
      *    GUEST NUMBER, WITH THE REASON CODE, THE INITIALS OF WHOEVER
      *    AUTHORIZED IT AND A SHORT NOTE.  A SET PUTS 'D' IN
      *    GM-STATUS AND STAMPS THE REASON, TODAY'S DATE AND THE
      *    INITIALS ON THE GUEST MASTER; A CLEAR PUTS THE GUEST BACK
      *    TO ACTIVE.  EVERY TRANSACTION, APPLIED OR REFUSED, IS
      *    APPENDED TO DNRLOG.DAT SO THE HISTORY OF A FLAG SURVIVES
      *    ITS BEING CLEARED.  DNR.PRT LISTS THE TRANSACTIONS AND THEN
      *    EVERY GUEST NOW ON THE LIST.
      *
      *    CBLJCB02 REFUSES A BOOKING FROM A FLAGGED GUEST NUMBER OR A
      *    NAME OR PHONE MATCH TO ONE, AND CBLJCB03 AND CBLJCB13 WILL
      *    NOT OFFER ONE A SITE OFF THE WAITLIST.
      *
      *    REASON CODES -  DM  DAMAGE TO THE SITE OR PARK PROPERTY
      *                    CN  CONDUCT / EVICTION
      *                    CB  SKIPPED OUT ON A CHARGEBACK
      *                    OT  OTHER - SEE THE NOTE ON DNRLOG.DAT

       ENVIRONMENT DIVISION.
           SELECT DNR-TRANS
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DNRTRAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DT-FILE-STATUS.

           SELECT GUEST-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GUESTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS GM-GUEST-NUM
                   FILE STATUS IS WS-GM-FILE-STATUS.

           SELECT DNR-LOG-OUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DNRLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DNR-RPT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DNR.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
       FD DNR-TRANS
       LABEL RECORD IS OMITTED
       DATA RECORD IS DT-REC
       RECORD CONTAINS 52 CHARACTERS.

       01 DT-REC.
           05 DT-ACTION           PIC X.
               88 DT-SET              VALUE 'S'.
               88 DT-CLEAR            VALUE 'C'.
           05 DT-GUEST-NUM        PIC X(6).
           05 DT-REASON           PIC XX.
               88 DT-VALID-REASON     VALUE 'DM' 'CN' 'CB' 'OT'.
           05 DT-SET-BY           PIC X(3).
           05 DT-NOTE             PIC X(40).

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

      *    ONE LINE PER TRANSACTION.  DL-RESULT IS 'A' APPLIED OR
      *    'R' REFUSED, WITH THE REASON IN DL-MSG.
       FD DNR-LOG-OUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS DL-REC
       RECORD CONTAINS 102 CHARACTERS.

       01 DL-REC.
           05 DL-DATE             PIC X(8).
           05 DL-TIME             PIC X(6).
           05 DL-ACTION           PIC X.
           05 DL-GUEST-NUM        PIC X(6).
           05 DL-REASON           PIC XX.
           05 DL-SET-BY           PIC X(3).
           05 DL-NOTE             PIC X(40).
           05 DL-RESULT           PIC X.
           05 DL-MSG              PIC X(35).

       FD DNR-RPT
       LABEL RECORD IS OMITTED
       DATA RECORD IS DNR-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 DNR-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-DT-RECS         PIC X.
           05 MORE-GM-RECS         PIC X.
           05 GM-OPEN-SW           PIC X.

       01 WS-DT-FILE-STATUS        PIC XX.
       01 WS-GM-FILE-STATUS        PIC XX.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 C-REJECT-MSG         PIC X(35).

      *    RUN CONTROL - SEE 3200-RUN-BALANCE.
       01 RUN-CTL-CTRS.
           05 C-DT-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-SET-CTR            PIC 9(6)   VALUE 0.
           05 C-CLEAR-CTR          PIC 9(6)   VALUE 0.
           05 C-REJECT-CTR         PIC 9(6)   VALUE 0.
           05 C-LIST-CTR           PIC 9(6)   VALUE 0.

       01 DNR-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 DNR-TITLE-DATE.
               10 DNR-TITLE-MONTH  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 DNR-TITLE-DAY    PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 DNR-TITLE-YEAR   PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 DNR-TITLE-PAGE       PIC Z9.

       01 DNR-TITLE-LINE2.
           05 FILLER               PIC X(50)   VALUE SPACES.
           05 FILLER               PIC X(40)   VALUE
              'DO-NOT-RENT LIST MAINTENANCE'.

       01 DNR-TRAN-HEADING.
           05 FILLER               PIC X(25)   VALUE
              'TRANSACTIONS'.

       01 DNR-TRAN-COL-HEADING.
           05 FILLER               PIC X(7)    VALUE 'ACTION'.
           05 FILLER               PIC X(8)    VALUE 'GUEST'.
           05 FILLER               PIC X(27)   VALUE 'NAME'.
           05 FILLER               PIC X(8)    VALUE 'REASON'.
           05 FILLER               PIC X(5)    VALUE 'BY'.
           05 FILLER               PIC X(42)   VALUE 'NOTE'.
           05 FILLER               PIC X(20)   VALUE 'RESULT'.

       01 DNR-TRAN-LINE.
           05 O-DT-ACTION          PIC X(5).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DT-GUEST-NUM       PIC X(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DT-LNAME           PIC X(15).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-DT-FNAME           PIC X(10).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-DT-REASON          PIC XX.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 O-DT-SET-BY          PIC X(3).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DT-NOTE            PIC X(40).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DT-RESULT          PIC X(35).

       01 DNR-LIST-HEADING.
           05 FILLER               PIC X(40)   VALUE
              'GUESTS NOW ON THE DO-NOT-RENT LIST'.

       01 DNR-LIST-COL-HEADING.
           05 FILLER               PIC X(8)    VALUE 'GUEST'.
           05 FILLER               PIC X(27)   VALUE 'NAME'.
           05 FILLER               PIC X(16)   VALUE 'PHONE'.
           05 FILLER               PIC X(32)   VALUE 'REASON'.
           05 FILLER               PIC X(12)   VALUE 'SET ON'.
           05 FILLER               PIC X(5)    VALUE 'BY'.

       01 DNR-LIST-LINE.
           05 O-DL-GUEST-NUM       PIC 9(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DL-LNAME           PIC X(15).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-DL-FNAME           PIC X(10).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-DL-PHONE           PIC X(14).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DL-REASON          PIC XX.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-DL-REASON-DESC     PIC X(29).
           05 O-DL-DATE.
               10 O-DL-MONTH       PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 O-DL-DAY         PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 O-DL-YEAR        PIC X(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DL-SET-BY          PIC X(3).

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
           PERFORM 2000-APPLY-ONE
               UNTIL MORE-DT-RECS = 'N'.
           PERFORM 2500-LIST-FLAGGED.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT DNR-RPT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO DNR-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO DNR-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO DNR-TITLE-YEAR.
           PERFORM 1100-INIT-HEADING.
           WRITE DNR-LINE FROM DNR-TRAN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE DNR-LINE FROM DNR-TRAN-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 'Y' TO GM-OPEN-SW.
           OPEN I-O GUEST-MASTER.
           IF WS-GM-FILE-STATUS NOT = '00'
               MOVE 'N' TO GM-OPEN-SW
           END-IF.
           MOVE 'Y' TO MORE-DT-RECS.
           OPEN INPUT DNR-TRANS.
           IF WS-DT-FILE-STATUS NOT = '00' OR GM-OPEN-SW = 'N'
               MOVE 'N' TO MORE-DT-RECS
           ELSE
               OPEN EXTEND DNR-LOG-OUT
               PERFORM 9000-READ-DNR-TRAN
           END-IF.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO DNR-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE DNR-LINE FROM DNR-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE DNR-LINE FROM DNR-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE DNR-LINE FROM DNR-TITLE-LINE2
               AFTER ADVANCING 1 LINE.

       9000-READ-DNR-TRAN.
           READ DNR-TRANS
               AT END MOVE 'N' TO MORE-DT-RECS
           END-READ.

      *    EDIT ONE TRANSACTION.  EACH CHECK ONLY RUNS WHILE NOTHING
      *    HAS BEEN FOUND WRONG YET, SO A REFUSAL CARRIES THE FIRST
      *    REASON AND THE MASTER IS NEVER TOUCHED.  A RETIRED NUMBER
      *    IS REFUSED - FLAG THE SURVIVING NUMBER INSTEAD.
       2000-APPLY-ONE.
           ADD 1 TO C-DT-READ-CTR.
           MOVE SPACES TO C-REJECT-MSG.
           MOVE SPACES TO O-DT-LNAME.
           MOVE SPACES TO O-DT-FNAME.
           IF NOT DT-SET AND NOT DT-CLEAR
               MOVE 'ACTION MUST BE S (SET) OR C (CLEAR)'
                   TO C-REJECT-MSG
           ELSE
           IF DT-GUEST-NUM NOT NUMERIC OR DT-GUEST-NUM = '000000'
               MOVE 'GUEST NUMBER MUST BE GIVEN'
                   TO C-REJECT-MSG
           ELSE
           IF DT-SET-BY = SPACES
               MOVE 'AUTHORIZING INITIALS REQUIRED'
                   TO C-REJECT-MSG
           ELSE
           IF DT-SET AND NOT DT-VALID-REASON
               MOVE 'REASON MUST BE DM, CN, CB OR OT'
                   TO C-REJECT-MSG
           END-IF
           END-IF
           END-IF
           END-IF.
           IF C-REJECT-MSG = SPACES
               PERFORM 2010-READ-GUEST
           END-IF.
           IF C-REJECT-MSG = SPACES
               IF DT-SET
                   PERFORM 2100-SET-FLAG
               ELSE
                   PERFORM 2200-CLEAR-FLAG
               END-IF
           ELSE
               ADD 1 TO C-REJECT-CTR
           END-IF.
           PERFORM 2300-LOG-TRAN.
           PERFORM 9000-READ-DNR-TRAN.

       2010-READ-GUEST.
           MOVE DT-GUEST-NUM TO GM-GUEST-NUM.
           READ GUEST-MASTER
               INVALID KEY
                   MOVE 'GUEST NOT ON THE GUEST MASTER'
                       TO C-REJECT-MSG
               NOT INVALID KEY
                   MOVE GM-LNAME TO O-DT-LNAME
                   MOVE GM-FNAME TO O-DT-FNAME
                   IF GM-RETIRED
                       MOVE 'RETIRED NUMBER - FLAG THE SURVIVOR'
                           TO C-REJECT-MSG
                   ELSE
                   IF DT-SET AND GM-DO-NOT-RENT
                       MOVE 'GUEST IS ALREADY ON THE LIST'
                           TO C-REJECT-MSG
                   ELSE
                   IF DT-CLEAR AND NOT GM-DO-NOT-RENT
                       MOVE 'GUEST IS NOT ON THE LIST'
                           TO C-REJECT-MSG
                   END-IF
                   END-IF
                   END-IF
           END-READ.

      *    A REWRITE THE FILE SYSTEM REFUSES IS LOGGED AND COUNTED
      *    AS A REFUSAL, THE SAME AS A GUEST THAT WOULD NOT READ.
       2100-SET-FLAG.
           MOVE 'D'          TO GM-STATUS.
           MOVE DT-REASON    TO GM-DNR-REASON.
           MOVE CURRENT-DATE TO GM-DNR-DATE.
           MOVE DT-SET-BY    TO GM-DNR-BY.
           REWRITE GM-REC.
           IF WS-GM-FILE-STATUS = '00'
               ADD 1 TO C-SET-CTR
           ELSE
               PERFORM 2250-REWRITE-FAILED
           END-IF.

      *    THE REASON, DATE AND INITIALS COME OFF THE MASTER WITH THE
      *    FLAG - DNRLOG.DAT KEEPS THEM.
       2200-CLEAR-FLAG.
           MOVE SPACE        TO GM-STATUS.
           MOVE SPACES       TO GM-DNR-REASON.
           MOVE SPACES       TO GM-DNR-DATE.
           MOVE SPACES       TO GM-DNR-BY.
           REWRITE GM-REC.
           IF WS-GM-FILE-STATUS = '00'
               ADD 1 TO C-CLEAR-CTR
           ELSE
               PERFORM 2250-REWRITE-FAILED
           END-IF.

       2250-REWRITE-FAILED.
           MOVE SPACES TO C-REJECT-MSG.
           STRING 'MASTER REWRITE FAILED, STATUS ' WS-GM-FILE-STATUS
               DELIMITED BY SIZE INTO C-REJECT-MSG.
           ADD 1 TO C-REJECT-CTR.

       2300-LOG-TRAN.
           MOVE CURRENT-DATE      TO DL-DATE.
           MOVE CURRENT-TIME(1:6) TO DL-TIME.
           MOVE DT-ACTION         TO DL-ACTION.
           MOVE DT-GUEST-NUM      TO DL-GUEST-NUM.
           MOVE DT-REASON         TO DL-REASON.
           MOVE DT-SET-BY         TO DL-SET-BY.
           MOVE DT-NOTE           TO DL-NOTE.
           MOVE C-REJECT-MSG      TO DL-MSG.
           IF C-REJECT-MSG = SPACES
               MOVE 'A' TO DL-RESULT
           ELSE
               MOVE 'R' TO DL-RESULT
           END-IF.
           WRITE DL-REC.
           IF DT-SET
               MOVE 'SET'   TO O-DT-ACTION
           ELSE
           IF DT-CLEAR
               MOVE 'CLEAR' TO O-DT-ACTION
           ELSE
               MOVE DT-ACTION TO O-DT-ACTION
           END-IF
           END-IF.
           MOVE DT-GUEST-NUM      TO O-DT-GUEST-NUM.
           MOVE DT-REASON         TO O-DT-REASON.
           MOVE DT-SET-BY         TO O-DT-SET-BY.
           MOVE DT-NOTE           TO O-DT-NOTE.
           IF C-REJECT-MSG = SPACES
               MOVE 'APPLIED'     TO O-DT-RESULT
           ELSE
               MOVE C-REJECT-MSG  TO O-DT-RESULT
           END-IF.
           WRITE DNR-LINE FROM DNR-TRAN-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING
                   WRITE DNR-LINE FROM DNR-TRAN-COL-HEADING
                       AFTER ADVANCING 2 LINES
           END-WRITE.

      *    THE WHOLE LIST AS IT STANDS AFTER TODAY'S TRANSACTIONS,
      *    READ OFF THE MASTER IN GUEST NUMBER ORDER.
       2500-LIST-FLAGGED.
           PERFORM 1100-INIT-HEADING.
           WRITE DNR-LINE FROM DNR-LIST-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE DNR-LINE FROM DNR-LIST-COL-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 'Y' TO MORE-GM-RECS.
           IF GM-OPEN-SW = 'N'
               MOVE 'N' TO MORE-GM-RECS
           ELSE
               MOVE ZEROS TO GM-GUEST-NUM
               START GUEST-MASTER KEY IS NOT LESS THAN GM-GUEST-NUM
                   INVALID KEY
                       MOVE 'N' TO MORE-GM-RECS
               END-START
           END-IF.
           IF MORE-GM-RECS = 'Y'
               PERFORM 9100-READ-NEXT-GUEST
           END-IF.
           PERFORM 2510-LIST-ONE-GUEST
               UNTIL MORE-GM-RECS = 'N'.

       2510-LIST-ONE-GUEST.
           IF GM-DO-NOT-RENT
               MOVE GM-GUEST-NUM       TO O-DL-GUEST-NUM
               MOVE GM-LNAME           TO O-DL-LNAME
               MOVE GM-FNAME           TO O-DL-FNAME
               MOVE SPACES             TO O-DL-PHONE
               IF GM-PHONE NOT = SPACES
                   STRING '(' GM-PHONE(1:3) ') ' GM-PHONE(4:3) '-'
                       GM-PHONE(7:4)
                       DELIMITED BY SIZE INTO O-DL-PHONE
               END-IF
               MOVE GM-DNR-REASON      TO O-DL-REASON
               PERFORM 2520-REASON-DESC
               MOVE GM-DNR-DATE(5:2)   TO O-DL-MONTH
               MOVE GM-DNR-DATE(7:2)   TO O-DL-DAY
               MOVE GM-DNR-DATE(1:4)   TO O-DL-YEAR
               MOVE GM-DNR-BY          TO O-DL-SET-BY
               WRITE DNR-LINE FROM DNR-LIST-LINE
                   AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 1100-INIT-HEADING
                       WRITE DNR-LINE FROM DNR-LIST-COL-HEADING
                           AFTER ADVANCING 2 LINES
               END-WRITE
               ADD 1 TO C-LIST-CTR
           END-IF.
           PERFORM 9100-READ-NEXT-GUEST.

       2520-REASON-DESC.
           EVALUATE GM-DNR-REASON
               WHEN 'DM'
                   MOVE 'DAMAGE'                  TO O-DL-REASON-DESC
               WHEN 'CN'
                   MOVE 'CONDUCT / EVICTION'      TO O-DL-REASON-DESC
               WHEN 'CB'
                   MOVE 'SKIPPED ON A CHARGEBACK' TO O-DL-REASON-DESC
               WHEN 'OT'
                   MOVE 'OTHER - SEE DNRLOG.DAT'  TO O-DL-REASON-DESC
               WHEN OTHER
                   MOVE SPACES                    TO O-DL-REASON-DESC
           END-EVALUATE.

       9100-READ-NEXT-GUEST.
           READ GUEST-MASTER NEXT RECORD
               AT END MOVE 'N' TO MORE-GM-RECS
           END-READ.

       3000-CLOSING.
           PERFORM 3200-RUN-BALANCE.
           IF WS-DT-FILE-STATUS = '00' OR WS-DT-FILE-STATUS = '10'
               CLOSE DNR-TRANS
               IF GM-OPEN-SW = 'Y'
                   CLOSE DNR-LOG-OUT
               END-IF
           END-IF.
           IF GM-OPEN-SW = 'Y'
               CLOSE GUEST-MASTER
           END-IF.
           CLOSE DNR-RPT.

      *    PROVE THE RUN: EVERY TRANSACTION WAS APPLIED OR REFUSED.
       3200-RUN-BALANCE.
           WRITE DNR-LINE FROM BALANCE-TITLE
               AFTER ADVANCING PAGE.
           MOVE 'TRANSACTIONS READ          ' TO O-BAL-LABEL.
           MOVE C-DT-READ-CTR                  TO O-BAL-CTR.
           WRITE DNR-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'GUESTS FLAGGED             ' TO O-BAL-LABEL.
           MOVE C-SET-CTR                      TO O-BAL-CTR.
           WRITE DNR-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FLAGS CLEARED              ' TO O-BAL-LABEL.
           MOVE C-CLEAR-CTR                    TO O-BAL-CTR.
           WRITE DNR-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REFUSED       ' TO O-BAL-LABEL.
           MOVE C-REJECT-CTR                   TO O-BAL-CTR.
           WRITE DNR-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'GUESTS NOW ON THE LIST     ' TO O-BAL-LABEL.
           MOVE C-LIST-CTR                     TO O-BAL-CTR.
           WRITE DNR-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           IF GM-OPEN-SW = 'N'
               MOVE '*** GUEST MASTER WOULD NOT OPEN - NO CHANGES'
                   TO O-BAL-FLAG-MSG
           ELSE
           IF C-DT-READ-CTR = C-SET-CTR + C-CLEAR-CTR + C-REJECT-CTR
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE ***' TO O-BAL-FLAG-MSG
           END-IF
           END-IF.
           WRITE DNR-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 2 LINES.

       END PROGRAM CBLJCB30.
