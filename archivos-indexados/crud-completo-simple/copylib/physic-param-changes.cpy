       SELECT OPTIONAL PARAM-CHANGES-FILE
       ASSIGN TO "param-changes.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PCH-ID
       ALTERNATE RECORD KEY IS PCH-EFFECTIVE-DATE WITH DUPLICATES
       FILE STATUS IS F-PARAM-CHANGES-STATUS.
