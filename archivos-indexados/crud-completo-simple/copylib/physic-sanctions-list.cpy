       SELECT OPTIONAL SANCTIONS-LIST-FILE
       ASSIGN TO "sanctions-list.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SANC-KEY
       ALTERNATE RECORD KEY IS SANC-DNI WITH DUPLICATES
       FILE STATUS IS F-SANCTIONS-STATUS.
