       SELECT OPTIONAL ACTIVE-SESSIONS-FILE
       ASSIGN TO "active-sessions.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SES-USER
       FILE STATUS IS F-ACTIVE-SESSIONS-STATUS.
