       SELECT OPTIONAL EXCEPTIONS-FILE
       ASSIGN TO "exceptions.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EXC-ID
       FILE STATUS IS F-EXCEPTIONS-STATUS.
