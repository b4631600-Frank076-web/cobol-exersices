       SELECT OPTIONAL CREDIT-CARDS-FILE
       ASSIGN TO "credit-cards.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CCR-NUMBER
       ALTERNATE RECORD KEY IS CCR-CLIENT-DNI WITH DUPLICATES
       FILE STATUS IS F-CREDIT-CARDS-STATUS.
