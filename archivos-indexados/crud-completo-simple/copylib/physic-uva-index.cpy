       SELECT OPTIONAL UVA-INDEX-FILE
       ASSIGN TO "uva-index.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS UVA-DATE
       FILE STATUS IS F-UVA-STATUS.
