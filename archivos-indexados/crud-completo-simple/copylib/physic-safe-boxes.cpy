       SELECT OPTIONAL SAFE-BOXES-FILE
       ASSIGN TO "safe-boxes.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BOX-KEY
       FILE STATUS IS F-SAFE-BOXES-STATUS.
