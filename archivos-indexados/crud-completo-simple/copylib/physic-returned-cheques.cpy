       SELECT OPTIONAL RETURNED-CHEQUES-FILE
       ASSIGN TO "returned-cheques.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RCQ-KEY
       FILE STATUS IS F-RETURNED-CHEQUES-STATUS.
