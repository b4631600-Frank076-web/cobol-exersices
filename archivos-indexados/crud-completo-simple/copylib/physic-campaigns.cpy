       SELECT OPTIONAL CAMPAIGNS-FILE
       ASSIGN TO "campaigns.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CPN-ID
       FILE STATUS IS F-CAMPAIGN-STATUS.
