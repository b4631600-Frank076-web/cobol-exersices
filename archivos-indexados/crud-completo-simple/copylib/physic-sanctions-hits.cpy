       SELECT OPTIONAL SANCTIONS-HITS-FILE
       ASSIGN TO "sanctions-hits.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SHIT-KEY
       FILE STATUS IS F-HITS-STATUS.
