       SELECT OPTIONAL PAYABLES-FILE
       ASSIGN TO "cuentas-a-pagar.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PAYABLE-KEY
       FILE STATUS IS F-PAYABLES-STATUS.
