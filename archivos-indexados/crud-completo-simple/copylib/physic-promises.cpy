       SELECT OPTIONAL PROMISES-FILE
       ASSIGN TO "promises.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PROM-ID
       FILE STATUS IS F-PROMISES-STATUS.
