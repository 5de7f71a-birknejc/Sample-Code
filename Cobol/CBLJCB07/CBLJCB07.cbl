       FD CAMPRES-INPUT
       LABEL RECORD IS STANDARD
       DATA RECORD IS RES-REC
       RECORD CONTAINS 200 CHARACTERS.

       01 RES-REC.
           05 FILLER               PIC X(16).
           05 RS-END-DATE          PIC 9(8).
           05 RS-LEN-STAY          PIC X(2).
           05 RS-NAME              PIC X(27).
           05 FILLER               PIC X(125).

       FD CKPT-FILE
       LABEL RECORD IS OMITTED
