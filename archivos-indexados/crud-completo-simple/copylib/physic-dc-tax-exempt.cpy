       SELECT OPTIONAL DC-TAX-EXEMPT-FILE
       ASSIGN TO "dc-tax-exempt.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DCX-ACCOUNT
       FILE STATUS IS F-DC-EXEMPT-STATUS.
