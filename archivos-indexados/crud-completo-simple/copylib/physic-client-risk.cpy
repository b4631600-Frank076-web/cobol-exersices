       SELECT OPTIONAL CLIENT-RISK-FILE
       ASSIGN TO "client-risk.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CRSK-DNI
       ALTERNATE RECORD KEY IS CRSK-BRANCH WITH DUPLICATES
       FILE STATUS IS F-RISK-STATUS.
