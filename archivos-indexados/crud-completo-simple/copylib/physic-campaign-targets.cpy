       SELECT OPTIONAL CAMPAIGN-TARGETS-FILE
       ASSIGN TO "campaign-targets.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CT-KEY
       FILE STATUS IS F-TARGET-STATUS.
