       SELECT OPTIONAL INTEREST-ACCRUALS-FILE
       ASSIGN TO "interest-accruals.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ACR-KEY
       FILE STATUS IS F-ACCRUALS-STATUS.
