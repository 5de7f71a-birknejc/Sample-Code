      * PN-REC - PTNRRES.DAT PARTNER BOOKING RESULT RECORD LAYOUT.
      * ONE RECORD APPENDED BY CBLJCB02 FOR EVERY PARTNER-CHANNEL
      * TRAN-REC IT PROCESSES, ACCEPTED OR REJECTED, PLUS A SECOND
      * 'R' RECORD FOR A PARTY MEMBER BACKED OUT WHEN THE REST OF
      * ITS PARTY FAILED - SO THE LAST RECORD FOR A REFERENCE IS
      * ALWAYS THE ANSWER THAT STANDS.  READ AND CLEARED BY THE
      * CBLJCB25 ACKNOWLEDGMENT RUN.
       01 PN-REC.
           05 PN-PARTNER-REF     PIC X(12).
           05 PN-STATUS          PIC X.
               88 PN-ACCEPTED     VALUE 'A'.
               88 PN-REJECTED     VALUE 'R'.
           05 PN-CAMPGROUND      PIC X(11).
           05 PN-SITE            PIC X(3).
           05 PN-DATE            PIC X(8).
      * GUEST NUMBER, TOTAL AND TONIGHT'S DEPOSIT ON AN ACCEPTED
      * BOOKING - BLANK AND ZERO ON A REJECTION.
           05 PN-GUEST-NUM       PIC X(6).
           05 PN-TOT-AMT         PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 PN-DEP-AMT         PIC S9(5)V99 SIGN LEADING SEPARATE.
      * THE FIRST ERROR ERR.PRT PRINTED FOR THE RECORD ('ERRNN: ...'),
      * OR ERR37 FOR A PARTY BACKOUT.  BLANK ON AN ACCEPTANCE.
           05 PN-ERR-MSG         PIC X(100).
           05 PN-RUN-DATE        PIC X(8).
