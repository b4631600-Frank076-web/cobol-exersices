       SELECT OPTIONAL FX-DEALS-FILE
       ASSIGN TO "fx-deals.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEAL-ID
       FILE STATUS IS F-FX-DEALS-STATUS.
