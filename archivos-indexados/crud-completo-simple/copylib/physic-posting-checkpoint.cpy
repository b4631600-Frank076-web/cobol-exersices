       SELECT OPTIONAL POSTING-CHECKPOINT-FILE
       ASSIGN TO "posting-checkpoints.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PCK-KEY
       FILE STATUS IS F-CHECKPOINT-STATUS.
