       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB28.
       AUTHOR. JEFF BIRKNER.

      *    LIKELY DUPLICATE GUESTS ON THE GUEST MASTER.  A RETURNING
      *    GUEST WHO FORGETS THEIR NUMBER IS GIVEN A FRESH ONE BY
      *    CBLJCB02 (2328-RESOLVE-GUEST-NUM), SO ONE FAMILY CAN END
      *    UP SPREAD OVER TWO OR THREE GUESTMST.DAT RECORDS, EACH
      *    WITH ONLY PART OF ITS STAYS, AND THE REPEAT-GUEST GREETING
      *    MISSES THEM.  THIS LISTING PAIRS UP EVERY TWO ACTIVE
      *    GUESTS WITH THE SAME LAST NAME AND THE SAME PHONE, THE
      *    SAME EMAIL OR THE SAME STREET ADDRESS AND ZIP, AND SAYS
      *    WHICH OF THE THREE MATCHED.  THE OFFICE CHECKS EACH PAIR
      *    AND KEYS THE ONES THAT REALLY ARE ONE GUEST AS MERGE
      *    TRANSACTIONS FOR CBLJCB29.  NUMBERS ALREADY RETIRED BY A
      *    MERGE ARE LEFT OUT.
      *
      *    THE ACTIVE GUESTS ARE HELD IN A TABLE FOR THE COMPARISON.
      *    A MASTER TOO BIG FOR IT IS COUNTED ON THE BALANCE AND
      *    FLAGGED - THE GUESTS PAST THE END WERE NOT CHECKED.

       ENVIRONMENT DIVISION.
           SELECT GUEST-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GUESTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GM-GUEST-NUM
                   FILE STATUS IS WS-GM-FILE-STATUS.

           SELECT DUPOUT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\DUPGST.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
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

       FD DUPOUT
       LABEL RECORD IS OMITTED
       DATA RECORD IS DUP-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 DUP-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-GM-RECS         PIC X.
           05 GT-OVERFLOW-SW       PIC X      VALUE 'N'.
           05 MATCH-SW             PIC X.

       01 WS-GM-FILE-STATUS        PIC XX.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 CALCS.
           05 C-PAGE-CTR           PIC 99     VALUE 0.
           05 GT-SUB-A             PIC 9(4).
           05 GT-SUB-B             PIC 9(4).
           05 C-MATCH-PTR          PIC 99.

      *    RUN CONTROL - EVERY GUEST READ WAS COMPARED, WAS RETIRED,
      *    OR DID NOT FIT THE TABLE (SEE 3200-RUN-BALANCE).
       01 RUN-CTL-CTRS.
           05 C-GM-READ-CTR        PIC 9(6)   VALUE 0.
           05 C-RETIRED-CTR        PIC 9(6)   VALUE 0.
           05 C-NOT-LOADED-CTR     PIC 9(6)   VALUE 0.
           05 C-PAIR-CTR           PIC 9(6)   VALUE 0.

      *    THE ACTIVE GUESTS, IN GUEST-NUMBER ORDER AS READ.  ONLY
      *    WHAT THE MATCH AND THE LISTING NEED IS KEPT.
       01 GUEST-CTR                PIC 9(4)   VALUE 0.
       01 GUEST-TABLE.
           05 GUEST-ENTRY  OCCURS 5000 TIMES.
               10 TBL-GT-GUEST-NUM     PIC 9(6).
               10 TBL-GT-LNAME         PIC X(15).
               10 TBL-GT-FNAME         PIC X(10).
               10 TBL-GT-STAYS         PIC 9(4).
               10 TBL-GT-ADDRESS       PIC X(25).
               10 TBL-GT-ZIP           PIC X(5).
               10 TBL-GT-PHONE         PIC X(10).
               10 TBL-GT-EMAIL         PIC X(30).

       01 DUP-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 DUP-TITLE-DATE.
               10 DUP-TITLE-MONTH  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 DUP-TITLE-DAY    PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 DUP-TITLE-YEAR   PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.
           05 FILLER               PIC X(46)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 DUP-TITLE-PAGE       PIC Z9.

       01 DUP-TITLE-LINE2.
           05 FILLER               PIC X(47)   VALUE SPACES.
           05 FILLER               PIC X(40)   VALUE
              'LIKELY DUPLICATE GUESTS'.

       01 DUP-COL-HEADING.
           05 FILLER               PIC X(8)    VALUE 'GUEST'.
           05 FILLER               PIC X(28)   VALUE 'NAME'.
           05 FILLER               PIC X(6)    VALUE 'STAYS'.
           05 FILLER               PIC X(12)   VALUE 'PHONE'.
           05 FILLER               PIC X(32)   VALUE 'EMAIL'.
           05 FILLER               PIC X(27)   VALUE 'ADDRESS'.
           05 FILLER               PIC X(7)    VALUE 'ZIP'.
           05 FILLER               PIC X(8)    VALUE 'MATCHED'.

       01 DUP-DETAIL-LINE.
           05 O-DP-GUEST-NUM       PIC 9(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DP-LNAME           PIC X(15).
           05 FILLER               PIC X       VALUE SPACE.
           05 O-DP-FNAME           PIC X(10).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DP-STAYS           PIC ZZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DP-PHONE           PIC X(10).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DP-EMAIL           PIC X(30).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DP-ADDRESS         PIC X(25).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DP-ZIP             PIC X(5).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DP-MATCHED         PIC X(17).

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
           PERFORM 2000-COMPARE-ONE-GUEST
               VARYING GT-SUB-A FROM 1 BY 1
               UNTIL GT-SUB-A >= GUEST-CTR.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN OUTPUT DUPOUT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO DUP-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO DUP-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO DUP-TITLE-YEAR.
           PERFORM 1100-INIT-HEADING.
           MOVE 'Y' TO MORE-GM-RECS.
           OPEN INPUT GUEST-MASTER.
           IF WS-GM-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-GM-RECS
           ELSE
               PERFORM 9000-READ-GUEST
           END-IF.
           PERFORM 1080-BUILD-GUEST-TABLE
               UNTIL MORE-GM-RECS = 'N'.
           IF WS-GM-FILE-STATUS = '00' OR WS-GM-FILE-STATUS = '10'
               CLOSE GUEST-MASTER
           END-IF.

       1080-BUILD-GUEST-TABLE.
           ADD 1 TO C-GM-READ-CTR.
           IF GM-RETIRED
               ADD 1 TO C-RETIRED-CTR
           ELSE
               IF GUEST-CTR < 5000
                   ADD 1 TO GUEST-CTR
                   MOVE GM-GUEST-NUM TO TBL-GT-GUEST-NUM(GUEST-CTR)
                   MOVE GM-LNAME     TO TBL-GT-LNAME(GUEST-CTR)
                   MOVE GM-FNAME     TO TBL-GT-FNAME(GUEST-CTR)
                   MOVE GM-STAYS     TO TBL-GT-STAYS(GUEST-CTR)
                   MOVE GM-ADDRESS   TO TBL-GT-ADDRESS(GUEST-CTR)
                   MOVE GM-ZIP       TO TBL-GT-ZIP(GUEST-CTR)
                   MOVE GM-PHONE     TO TBL-GT-PHONE(GUEST-CTR)
                   MOVE GM-EMAIL     TO TBL-GT-EMAIL(GUEST-CTR)
               ELSE
                   MOVE 'Y' TO GT-OVERFLOW-SW
                   ADD 1 TO C-NOT-LOADED-CTR
               END-IF
           END-IF.
           PERFORM 9000-READ-GUEST.

       1100-INIT-HEADING.
           ADD 1 TO C-PAGE-CTR.
           MOVE C-PAGE-CTR TO DUP-TITLE-PAGE.
           IF C-PAGE-CTR = 1
               WRITE DUP-LINE FROM DUP-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE DUP-LINE FROM DUP-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE DUP-LINE FROM DUP-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           WRITE DUP-LINE FROM DUP-COL-HEADING
               AFTER ADVANCING 2 LINES.

       9000-READ-GUEST.
           READ GUEST-MASTER
               AT END MOVE 'N' TO MORE-GM-RECS
           END-READ.

      *    EVERY GUEST AGAINST EVERY LATER GUEST IN THE TABLE, SO
      *    EACH PAIR IS LISTED ONCE.
       2000-COMPARE-ONE-GUEST.
           COMPUTE GT-SUB-B = GT-SUB-A + 1.
           PERFORM 2100-COMPARE-PAIR
               UNTIL GT-SUB-B > GUEST-CTR.

      *    THE LAST NAME MUST AGREE BEFORE ANYTHING ELSE IS LOOKED
      *    AT.  A BLANK PHONE, EMAIL OR ADDRESS NEVER MATCHES - TWO
      *    GUESTS WHO BOTH LEFT A FIELD EMPTY ARE NOT THE SAME GUEST.
       2100-COMPARE-PAIR.
           IF TBL-GT-LNAME(GT-SUB-A) = TBL-GT-LNAME(GT-SUB-B)
            AND TBL-GT-LNAME(GT-SUB-A) NOT = SPACES
               MOVE 'N'    TO MATCH-SW
               MOVE SPACES TO O-DP-MATCHED
               MOVE 1      TO C-MATCH-PTR
               IF TBL-GT-PHONE(GT-SUB-A) NOT = SPACES
                AND TBL-GT-PHONE(GT-SUB-A) = TBL-GT-PHONE(GT-SUB-B)
                   MOVE 'Y' TO MATCH-SW
                   STRING 'PHONE ' DELIMITED BY SIZE
                       INTO O-DP-MATCHED WITH POINTER C-MATCH-PTR
               END-IF
               IF TBL-GT-EMAIL(GT-SUB-A) NOT = SPACES
                AND TBL-GT-EMAIL(GT-SUB-A) = TBL-GT-EMAIL(GT-SUB-B)
                   MOVE 'Y' TO MATCH-SW
                   STRING 'EMAIL ' DELIMITED BY SIZE
                       INTO O-DP-MATCHED WITH POINTER C-MATCH-PTR
               END-IF
               IF TBL-GT-ADDRESS(GT-SUB-A) NOT = SPACES
                AND TBL-GT-ADDRESS(GT-SUB-A) =
                    TBL-GT-ADDRESS(GT-SUB-B)
                AND TBL-GT-ZIP(GT-SUB-A) = TBL-GT-ZIP(GT-SUB-B)
                   MOVE 'Y' TO MATCH-SW
                   STRING 'ADDR' DELIMITED BY SIZE
                       INTO O-DP-MATCHED WITH POINTER C-MATCH-PTR
               END-IF
               IF MATCH-SW = 'Y'
                   PERFORM 2200-PRINT-PAIR
               END-IF
           END-IF.
           ADD 1 TO GT-SUB-B.

       2200-PRINT-PAIR.
           ADD 1 TO C-PAIR-CTR.
           MOVE TBL-GT-GUEST-NUM(GT-SUB-A) TO O-DP-GUEST-NUM.
           MOVE TBL-GT-LNAME(GT-SUB-A)     TO O-DP-LNAME.
           MOVE TBL-GT-FNAME(GT-SUB-A)     TO O-DP-FNAME.
           MOVE TBL-GT-STAYS(GT-SUB-A)     TO O-DP-STAYS.
           MOVE TBL-GT-PHONE(GT-SUB-A)     TO O-DP-PHONE.
           MOVE TBL-GT-EMAIL(GT-SUB-A)     TO O-DP-EMAIL.
           MOVE TBL-GT-ADDRESS(GT-SUB-A)   TO O-DP-ADDRESS.
           MOVE TBL-GT-ZIP(GT-SUB-A)       TO O-DP-ZIP.
           WRITE DUP-LINE FROM DUP-DETAIL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 1100-INIT-HEADING.
           MOVE TBL-GT-GUEST-NUM(GT-SUB-B) TO O-DP-GUEST-NUM.
           MOVE TBL-GT-LNAME(GT-SUB-B)     TO O-DP-LNAME.
           MOVE TBL-GT-FNAME(GT-SUB-B)     TO O-DP-FNAME.
           MOVE TBL-GT-STAYS(GT-SUB-B)     TO O-DP-STAYS.
           MOVE TBL-GT-PHONE(GT-SUB-B)     TO O-DP-PHONE.
           MOVE TBL-GT-EMAIL(GT-SUB-B)     TO O-DP-EMAIL.
           MOVE TBL-GT-ADDRESS(GT-SUB-B)   TO O-DP-ADDRESS.
           MOVE TBL-GT-ZIP(GT-SUB-B)       TO O-DP-ZIP.
           MOVE SPACES                     TO O-DP-MATCHED.
           WRITE DUP-LINE FROM DUP-DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 1100-INIT-HEADING.

       3000-CLOSING.
           PERFORM 3200-RUN-BALANCE.
           CLOSE DUPOUT.

      *    PROVE THE RUN: EVERY GUEST READ WAS COMPARED, WAS A
      *    RETIRED NUMBER, OR DID NOT FIT THE TABLE - AND NONE
      *    SHOULD HAVE FAILED TO FIT.
       3200-RUN-BALANCE.
           WRITE DUP-LINE FROM BALANCE-TITLE
               AFTER ADVANCING PAGE.
           MOVE 'GUESTS READ                 ' TO O-BAL-LABEL.
           MOVE C-GM-READ-CTR                  TO O-BAL-CTR.
           WRITE DUP-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'GUESTS COMPARED             ' TO O-BAL-LABEL.
           MOVE GUEST-CTR                      TO O-BAL-CTR.
           WRITE DUP-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RETIRED NUMBERS SKIPPED     ' TO O-BAL-LABEL.
           MOVE C-RETIRED-CTR                  TO O-BAL-CTR.
           WRITE DUP-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT COMPARED - TABLE FULL   ' TO O-BAL-LABEL.
           MOVE C-NOT-LOADED-CTR               TO O-BAL-CTR.
           WRITE DUP-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LIKELY DUPLICATE PAIRS      ' TO O-BAL-LABEL.
           MOVE C-PAIR-CTR                     TO O-BAL-CTR.
           WRITE DUP-LINE FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-GM-READ-CTR =
               GUEST-CTR + C-RETIRED-CTR + C-NOT-LOADED-CTR
            AND GT-OVERFLOW-SW = 'N'
               MOVE 'RUN IN BALANCE' TO O-BAL-FLAG-MSG
           ELSE
               MOVE '*** RUN OUT OF BALANCE - GUEST TABLE FULL'
                   TO O-BAL-FLAG-MSG
               WRITE DUP-LINE FROM BALANCE-FLAG-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '*** NOT EVERY GUEST WAS COMPARED'
                   TO O-BAL-FLAG-MSG
           END-IF.
           WRITE DUP-LINE FROM BALANCE-FLAG-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM CBLJCB28.
