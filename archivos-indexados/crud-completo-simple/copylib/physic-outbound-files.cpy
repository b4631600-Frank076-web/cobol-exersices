       SELECT OPTIONAL OUTBOUND-FILES-FILE
       ASSIGN TO "outbound-files.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OBF-KEY
       FILE STATUS IS F-OUTBOUND-FILES-STATUS.
