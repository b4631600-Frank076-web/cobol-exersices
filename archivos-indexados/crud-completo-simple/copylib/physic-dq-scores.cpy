       SELECT OPTIONAL DQ-SCORES-FILE
       ASSIGN TO "dq-scores.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DQS-KEY
       FILE STATUS IS F-DQ-SCORES-STATUS.
