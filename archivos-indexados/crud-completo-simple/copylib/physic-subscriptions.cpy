       SELECT OPTIONAL SUBSCRIPTIONS-FILE
       ASSIGN TO "suscripciones.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SUB-KEY
       FILE STATUS IS F-SUBSCRIPTIONS-STATUS.
