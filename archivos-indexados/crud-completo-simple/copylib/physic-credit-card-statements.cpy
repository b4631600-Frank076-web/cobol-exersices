       SELECT OPTIONAL CREDIT-CARD-STATEMENTS-FILE
       ASSIGN TO "credit-card-statements.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CCS-KEY
       FILE STATUS IS F-CC-STATEMENTS-STATUS.
