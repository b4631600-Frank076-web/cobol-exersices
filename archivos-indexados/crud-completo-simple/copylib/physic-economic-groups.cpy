       SELECT OPTIONAL ECONOMIC-GROUPS-FILE
       ASSIGN TO "economic-groups.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EGRP-ID
       FILE STATUS IS F-GROUPS-STATUS.
