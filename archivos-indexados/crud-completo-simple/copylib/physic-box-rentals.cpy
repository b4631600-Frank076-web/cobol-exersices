       SELECT OPTIONAL BOX-RENTALS-FILE
       ASSIGN TO "box-rentals.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RENT-ID
       FILE STATUS IS F-BOX-RENTALS-STATUS.
