       SELECT OPTIONAL ACTIVITY-SUMMARY-FILE
       ASSIGN TO "activity-summary.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ASUM-ACCOUNT-KEY
       FILE STATUS IS F-ACTIVITY-SUMMARY-STATUS.
