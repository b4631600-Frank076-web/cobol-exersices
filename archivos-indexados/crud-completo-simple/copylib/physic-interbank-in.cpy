       SELECT OPTIONAL INTERBANK-IN-FILE
       ASSIGN TO "interbank-in.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IBI-CLEARING-REF
       FILE STATUS IS F-INTERBANK-IN-STATUS.
