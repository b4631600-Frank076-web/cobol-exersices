       SELECT OPTIONAL INBOUND-FILES-FILE
       ASSIGN TO "inbound-files.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IBF-KEY
       FILE STATUS IS F-INBOUND-FILES-STATUS.
