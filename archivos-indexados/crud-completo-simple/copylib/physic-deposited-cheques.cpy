       SELECT OPTIONAL DEPOSITED-CHEQUES-FILE
       ASSIGN TO "deposited-cheques.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DCQ-ID
       FILE STATUS IS F-DEPOSITED-CHEQUES-STATUS.
