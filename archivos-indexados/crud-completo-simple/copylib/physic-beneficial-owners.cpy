       SELECT OPTIONAL BENEFICIAL-OWNERS-FILE
       ASSIGN TO "beneficial-owners.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BOWN-KEY
       ALTERNATE RECORD KEY IS BOWN-OWNER-DNI WITH DUPLICATES
       FILE STATUS IS F-OWNERS-STATUS.
