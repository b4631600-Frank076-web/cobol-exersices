       SELECT OPTIONAL BILLERS-FILE
       ASSIGN TO "billers.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BLR-CODE
       FILE STATUS IS F-BILLERS-STATUS.
