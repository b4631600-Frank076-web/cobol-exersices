       SELECT OPTIONAL COLLECTION-CONTACTS-FILE
       ASSIGN TO "collection-contacts.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CCON-KEY
       FILE STATUS IS F-COLLECTION-CONTACTS-STATUS.
