       SELECT OPTIONAL OFFLINE-POSTINGS-FILE
       ASSIGN TO "offline-postings.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-OFFLINE-POSTINGS-STATUS.
