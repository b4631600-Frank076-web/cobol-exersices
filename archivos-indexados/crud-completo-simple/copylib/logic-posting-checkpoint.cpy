       FD  POSTING-CHECKPOINT-FILE.
       01  POSTING-CHECKPOINT-RECORD.
           05  PCK-KEY.
               10  PCK-JOB PIC X(30).
               10  PCK-RUN-DATE PIC 9(8).
               10  PCK-ITEM PIC 9(8).
           05  PCK-POSTED-STAMP PIC X(14).
