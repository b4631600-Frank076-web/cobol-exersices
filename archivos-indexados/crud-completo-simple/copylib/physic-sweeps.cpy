       SELECT OPTIONAL SWEEPS-FILE
       ASSIGN TO "sweeps.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SWP-PRIMARY-ACCOUNT
       FILE STATUS IS F-SWEEPS-STATUS.
