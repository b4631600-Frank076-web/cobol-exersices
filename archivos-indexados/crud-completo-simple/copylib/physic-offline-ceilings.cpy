       SELECT OPTIONAL OFFLINE-CEILINGS-FILE
       ASSIGN TO "offline-ceilings.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OFC-USER
       FILE STATUS IS F-OFFLINE-CEILING-STATUS.
