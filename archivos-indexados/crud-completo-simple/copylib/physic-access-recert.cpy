       SELECT OPTIONAL ACCESS-RECERT-FILE
       ASSIGN TO "access-recert.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARC-KEY
       FILE STATUS IS F-ACCESS-RECERT-STATUS.
