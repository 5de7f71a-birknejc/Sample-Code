       FD GUEST-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS GM-REC
       RECORD CONTAINS 170 CHARACTERS.

       01 GM-REC.
           05 GM-GUEST-NUM        PIC 9(6).
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

       FD GUEST-CTL-FILE
       LABEL RECORD IS OMITTED
           MOVE GH-OLD-NIGHTS    TO GM-NIGHTS.
           MOVE GH-OLD-DOLLARS   TO GM-DOLLARS.
           MOVE GH-OLD-CANCELS   TO GM-CANCELS.
           MOVE 0                TO GM-DISPUTES.
           MOVE SPACE            TO GM-STATUS.
           MOVE SPACES           TO GM-MERGED-INTO.
           MOVE SPACES           TO GM-DNR-REASON.
           MOVE SPACES           TO GM-DNR-DATE.
           MOVE SPACES           TO GM-DNR-BY.
           MOVE SPACES           TO GM-ADDRESS.
           MOVE SPACES           TO GM-CITY.
           MOVE SPACES           TO GM-STATE.
