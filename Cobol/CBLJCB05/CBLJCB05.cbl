       FD CAMPRES-MASTER
       LABEL RECORD IS STANDARD
       DATA RECORD IS VAL-REC
       RECORD CONTAINS 200 CHARACTERS.

       COPY "VAL.CPY".

