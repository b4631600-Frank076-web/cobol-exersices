       SELECT OPTIONAL SETTLEMENT-OPEN-FILE
       ASSIGN TO "settlement-open-items.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SOI-KEY
       FILE STATUS IS F-SETTLEMENT-OPEN-STATUS.
