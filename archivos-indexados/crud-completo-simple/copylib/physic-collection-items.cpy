       SELECT OPTIONAL COLLECTION-ITEMS-FILE
       ASSIGN TO "collection-items.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS COLI-KEY
       FILE STATUS IS F-COLLECTION-ITEMS-STATUS.
