       SELECT OPTIONAL SOD-CONFLICTS-FILE
       ASSIGN TO "sod-conflicts.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SOD-KEY
       FILE STATUS IS F-SOD-CONFLICTS-STATUS.
