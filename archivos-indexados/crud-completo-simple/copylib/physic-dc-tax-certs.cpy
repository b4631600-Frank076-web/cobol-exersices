       SELECT OPTIONAL DC-TAX-CERTS-FILE
       ASSIGN TO "dc-tax-certificates.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DCC-KEY
       FILE STATUS IS F-DC-CERTS-STATUS.
