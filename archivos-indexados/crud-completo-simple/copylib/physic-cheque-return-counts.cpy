       SELECT OPTIONAL CHEQUE-RETURN-COUNTS-FILE
       ASSIGN TO "cheque-return-counts.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RCC-KEY
       FILE STATUS IS F-RETURN-COUNTS-STATUS.
