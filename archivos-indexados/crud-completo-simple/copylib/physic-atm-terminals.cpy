       SELECT OPTIONAL ATM-TERMINAL-FILE
       ASSIGN TO "atm-terminals.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ATM-TERMINAL-ID
       FILE STATUS IS F-ATM-TERMINAL-STATUS.
