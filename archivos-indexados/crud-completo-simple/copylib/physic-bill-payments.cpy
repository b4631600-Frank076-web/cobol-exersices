       SELECT OPTIONAL BILL-PAYMENTS-FILE
       ASSIGN TO "bill-payments.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BPY-ID
       FILE STATUS IS F-BILL-PAYMENTS-STATUS.
