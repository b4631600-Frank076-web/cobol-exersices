       SELECT OPTIONAL GROUP-MEMBERS-FILE
       ASSIGN TO "group-members.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS GMEM-DNI
       ALTERNATE RECORD KEY IS GMEM-GROUP-ID WITH DUPLICATES
       FILE STATUS IS F-MEMBERS-STATUS.
