       SELECT OPTIONAL COMPLAINTS-FILE
       ASSIGN TO "complaints.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CMP-ID
       FILE STATUS IS F-COMPLAINTS-STATUS.
