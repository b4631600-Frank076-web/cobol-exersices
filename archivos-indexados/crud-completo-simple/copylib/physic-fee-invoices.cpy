       SELECT OPTIONAL FEE-INVOICES-FILE
       ASSIGN TO "fee-invoices.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FIV-KEY
       FILE STATUS IS F-FEE-INVOICES-STATUS.
