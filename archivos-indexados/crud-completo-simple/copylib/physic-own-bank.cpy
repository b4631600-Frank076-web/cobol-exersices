       SELECT OPTIONAL OWN-BANK-FILE
       ASSIGN TO "own-bank.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-OWN-BANK-STATUS.
