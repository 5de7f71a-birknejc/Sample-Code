      * RJ-REC - RESJRNL.DAT RESERVATION MASTER JOURNAL.  EVERY
      * PROGRAM THAT ADDS, CHANGES OR DELETES A CAMPRES.DAT RECORD
      * APPENDS ONE OF THESE FOR EACH RECORD IT TOUCHES, ONLY AFTER
      * THE FILE SYSTEM HAS TAKEN THE UPDATE, SO CBLJCB32 CAN BACK
      * OUT ONE RUN'S CHANGES OR ROLL A RESTORED BACKUP FORWARD.
      * RJ-RUN-DATE IS THE RUN'S PROCESSING DATE (THE RUNDATE.DAT
      * CARD WHERE THE PROGRAM HONORS ONE).  RJ-RUN-STAMP IS THE
      * CLOCK DATE AND TIME THE RUN STARTED, SO TWO RUNS OF ONE
      * PROGRAM ON ONE DAY STAY APART, AND RJ-SEQ NUMBERS THE
      * ENTRIES WITHIN THE RUN.  THE IMAGES ARE WHOLE VAL-RECS -
      * RJ-BEFORE IS BLANK ON AN ADD AND RJ-AFTER ON A DELETE.
       01 RJ-REC.
           05 RJ-PROGRAM         PIC X(8).
           05 RJ-RUN-DATE        PIC X(8).
           05 RJ-RUN-STAMP.
               10 RJ-STAMP-DATE  PIC X(8).
               10 RJ-STAMP-TIME  PIC X(6).
           05 RJ-SEQ             PIC 9(6).
           05 RJ-ACTION          PIC X.
               88 RJ-ADD           VALUE 'A'.
               88 RJ-CHANGE        VALUE 'C'.
               88 RJ-DELETE        VALUE 'D'.
           05 RJ-BEFORE          PIC X(200).
           05 RJ-AFTER           PIC X(200).
