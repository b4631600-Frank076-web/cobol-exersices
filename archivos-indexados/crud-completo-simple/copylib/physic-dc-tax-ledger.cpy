       SELECT OPTIONAL DC-TAX-LEDGER-FILE
       ASSIGN TO "dc-tax-ledger.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DTL-PERIOD
       FILE STATUS IS F-DC-LEDGER-STATUS.
