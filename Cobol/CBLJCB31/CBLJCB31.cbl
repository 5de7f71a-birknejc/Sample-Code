       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLJCB31.
       AUTHOR. JEFF BIRKNER.

      *    ONE-TIME RELOAD OF THE GUEST MASTER FROM ITS 151-BYTE
      *    RECORD TO THE 170-BYTE RECORD THAT CARRIES THE DO-NOT-RENT
      *    REASON, DATE AND INITIALS (SEE GM-STATUS).  A KEYED FILE
      *    CANNOT BE LENGTHENED IN PLACE, SO THE OPERATOR RENAMES
      *    GUESTMST.DAT TO GUESTOLD.DAT, RUNS THIS PROGRAM, AND CHECKS
      *    THE COUNTS ON GMRELOAD.PRT - RECORDS READ MUST EQUAL
      *    RECORDS LOADED - BEFORE DELETING THE OLD COPY.  EVERY
      *    GUEST CARRIES ACROSS AS IT WAS, WITH THE NEW FIELDS BLANK.
      *    THE SAME PROVE-IT-FIRST PATTERN AS THE CBLJCB15 CONVERSION.

       ENVIRONMENT DIVISION.
           SELECT GUEST-OLD
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GUESTOLD.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GO-GUEST-NUM
                   FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT GUEST-MASTER
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GUESTMST.DAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GM-GUEST-NUM
                   FILE STATUS IS WS-GM-FILE-STATUS.

           SELECT RELOAD-RPT
               ASSIGN TO 'C:\COBOLFA23\CBLJCB02\GMRELOAD.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       FILE SECTION.
       FD GUEST-OLD
       LABEL RECORD IS STANDARD
       DATA RECORD IS GO-REC
       RECORD CONTAINS 151 CHARACTERS.

       01 GO-REC.
           05 GO-GUEST-NUM        PIC 9(6).
           05 GO-BODY             PIC X(138).
           05 GO-STATUS           PIC X.
           05 GO-MERGED-INTO      PIC X(6).

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

       01 GM-BODY-VIEW REDEFINES GM-REC.
           05 FILLER              PIC X(6).
           05 GM-BODY             PIC X(138).
           05 FILLER              PIC X(26).

       FD RELOAD-RPT
       LABEL RECORD IS OMITTED
       DATA RECORD IS RLD-LINE
       RECORD CONTAINS 132 CHARACTERS
       LINAGE IS 60 WITH FOOTING AT 56.

       01 RLD-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
           05 MORE-OLD-RECS        PIC X.

       01 WS-OLD-FILE-STATUS       PIC XX.
       01 WS-GM-FILE-STATUS        PIC XX.

       01 CTRS.
           05 C-READ-CTR           PIC 9(6) VALUE 0.
           05 C-LOAD-CTR           PIC 9(6) VALUE 0.

       01 CURRENT-DATE-AND-TIME.
           05 CURRENT-DATE.
               10 CURRENT-YEAR     PIC X(4).
               10 CURRENT-MONTH    PIC XX.
               10 CURRENT-DAY      PIC XX.
           05 CURRENT-TIME         PIC X(11).

       01 RLD-TITLE-LINE.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 RLD-TITLE-DATE.
               10 RLD-TITLE-MONTH  PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 RLD-TITLE-DAY    PIC XX.
               10 FILLER           PIC X       VALUE '/'.
               10 RLD-TITLE-YEAR   PIC X(4).
           05 FILLER               PIC X(37)   VALUE SPACES.
           05 FILLER               PIC X(25)
              VALUE 'RATHBUN LAKE RESERVATIONS'.

       01 RLD-TITLE-LINE2.
           05 FILLER               PIC X(48)   VALUE SPACES.
           05 FILLER               PIC X(40)   VALUE
              'GUEST MASTER RELOAD RUN REPORT'.

       01 RLD-READ-LINE.
           05 FILLER               PIC X(30)   VALUE
              'GUESTS READ FROM GUESTOLD.DAT:'.
           05 O-READ-CTR           PIC ZZZ,ZZ9.

       01 RLD-LOAD-LINE.
           05 FILLER               PIC X(30)   VALUE
              'GUESTS LOADED TO MASTER:      '.
           05 O-LOAD-CTR           PIC ZZZ,ZZ9.

       01 RLD-BALANCE-LINE.
           05 O-BALANCE-MSG        PIC X(50).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-OLD-RECS = 'N'.
           PERFORM 3000-CLOSING.
           STOP RUN.

      *    THE NEW MASTER IS ONLY OPENED (WHICH CLEARS IT) ONCE
      *    GUESTOLD.DAT IS KNOWN TO BE THERE - A RUN WITHOUT THE OLD
      *    FILE MUST NOT TOUCH A MASTER ALREADY LIVE.
       1000-INIT.
           MOVE 'Y' TO MORE-OLD-RECS.
           OPEN INPUT GUEST-OLD.
           IF WS-OLD-FILE-STATUS NOT = '00'
               MOVE 'N' TO MORE-OLD-RECS
           ELSE
               OPEN OUTPUT GUEST-MASTER
           END-IF.
           OPEN OUTPUT RELOAD-RPT.
           MOVE FUNCTION CURRENT-DATE         TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH                 TO RLD-TITLE-MONTH.
           MOVE CURRENT-DAY                   TO RLD-TITLE-DAY.
           MOVE CURRENT-YEAR                  TO RLD-TITLE-YEAR.
           WRITE RLD-LINE FROM RLD-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RLD-LINE FROM RLD-TITLE-LINE2
               AFTER ADVANCING 1 LINE.
           IF MORE-OLD-RECS = 'Y'
               PERFORM 9000-READ-OLD
           END-IF.

       9000-READ-OLD.
           READ GUEST-OLD
               AT END MOVE 'N' TO MORE-OLD-RECS
           END-READ.

      *    THE NAME, HISTORY AND CONTACT CARRY ACROSS AS ONE BLOCK;
      *    THE STATUS AND SURVIVING NUMBER FROM A MERGE ARE KEPT.
       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           MOVE SPACES         TO GM-REC.
           MOVE GO-GUEST-NUM   TO GM-GUEST-NUM.
           MOVE GO-BODY        TO GM-BODY.
           MOVE GO-STATUS      TO GM-STATUS.
           MOVE GO-MERGED-INTO TO GM-MERGED-INTO.
           WRITE GM-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO C-LOAD-CTR
           END-WRITE.
           PERFORM 9000-READ-OLD.

       3000-CLOSING.
           MOVE C-READ-CTR       TO O-READ-CTR.
           MOVE C-LOAD-CTR       TO O-LOAD-CTR.
           WRITE RLD-LINE FROM RLD-READ-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RLD-LINE FROM RLD-LOAD-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-OLD-FILE-STATUS NOT = '00'
            AND WS-OLD-FILE-STATUS NOT = '10'
               MOVE '*** GUESTOLD.DAT NOT FOUND - NOTHING DONE'
                   TO O-BALANCE-MSG
           ELSE
           IF C-READ-CTR = C-LOAD-CTR
               MOVE 'RELOAD IN BALANCE' TO O-BALANCE-MSG
           ELSE
               MOVE '*** RELOAD OUT OF BALANCE ***'
                   TO O-BALANCE-MSG
           END-IF
           END-IF.
           WRITE RLD-LINE FROM RLD-BALANCE-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-OLD-FILE-STATUS = '00' OR WS-OLD-FILE-STATUS = '10'
               CLOSE GUEST-OLD
               CLOSE GUEST-MASTER
           END-IF.
           CLOSE RELOAD-RPT.

       END PROGRAM CBLJCB31.
