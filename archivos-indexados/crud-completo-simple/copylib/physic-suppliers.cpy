       SELECT OPTIONAL SUPPLIERS-FILE
       ASSIGN TO "proveedores.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SUPPLIER-CODE
       FILE STATUS IS F-SUPPLIERS-STATUS.
