       FD  DQ-SCORES-FILE.
       01  DQ-SCORE-RECORD.
           05  DQS-KEY.
               10  DQS-BRANCH PIC 9(3).
               10  DQS-PERIOD PIC 9(6).
           05  DQS-CLIENTS PIC 9(6).
           05  DQS-CLEAN-CLIENTS PIC 9(6).
           05  DQS-FAILED-CHECKS PIC 9(6).
           05  DQS-SCORE PIC 9(3)V9.
           05  DQS-PREV-PERIOD PIC 9(6).
           05  DQS-PREV-SCORE PIC 9(3)V9.
           05  DQS-RULE-FAILS PIC 9(6) OCCURS 10 TIMES.
           05  DQS-RUN-DATE PIC 9(8).
