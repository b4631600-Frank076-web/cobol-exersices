       SELECT OPTIONAL MARKETING-CONSENTS-FILE
       ASSIGN TO "marketing-consents.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MC-KEY
       FILE STATUS IS F-CONSENT-STATUS.
