       SELECT OPTIONAL LOAN-RECOVERIES-FILE
       ASSIGN TO "loan-recoveries.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LREC-KEY
       FILE STATUS IS F-RECOVERIES-STATUS.
