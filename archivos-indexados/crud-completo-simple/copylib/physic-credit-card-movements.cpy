       SELECT OPTIONAL CREDIT-CARD-MOVEMENTS-FILE
       ASSIGN TO "credit-card-movements.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CCM-KEY
       FILE STATUS IS F-CC-MOVEMENTS-STATUS.
