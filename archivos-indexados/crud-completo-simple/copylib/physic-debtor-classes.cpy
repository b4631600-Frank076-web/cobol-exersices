       SELECT OPTIONAL DEBTOR-CLASSES-FILE
       ASSIGN TO "debtor-classes.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DCL-DNI
       FILE STATUS IS F-DEBTOR-CLASSES-STATUS.
