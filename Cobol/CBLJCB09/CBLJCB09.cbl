       FD CAMPRES-INPUT
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

       FD SITE-INV-FILE
       LABEL RECORD IS OMITTED
       DATA RECORD IS SI-REC
       RECORD CONTAINS 20 CHARACTERS.

       01 SI-REC.
           05 SI-CAMPGROUND        PIC X(11).
           05 SI-SITE              PIC X(3).
           05 SI-STATUS            PIC X.
               88 SI-ACTIVE          VALUE 'A'.
           05 FILLER               PIC X(5).

       FD CKPT-FILE
       LABEL RECORD IS OMITTED
