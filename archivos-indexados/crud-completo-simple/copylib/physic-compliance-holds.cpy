       SELECT OPTIONAL COMPLIANCE-HOLDS-FILE
       ASSIGN TO "compliance-holds.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CHLD-KEY
       ALTERNATE RECORD KEY IS CHLD-CASE-ID WITH DUPLICATES
       FILE STATUS IS F-CHOLDS-STATUS.
