       SELECT OPTIONAL SANCTIONS-SOURCES-FILE
       ASSIGN TO "sanctions-sources.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SSRC-SOURCE
       FILE STATUS IS F-SOURCES-STATUS.
