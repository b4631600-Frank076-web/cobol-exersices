       01  WS-DAY-STATE PIC X.
       01  START-STEP PIC 9(2) VALUE 1.
       01  CURRENT-STEP PIC 9(2).
       01  TOTAL-STEPS PIC 9(2) VALUE 22.
       01  TOTAL-STEPS-MONTHLY PIC 9(2) VALUE 34.
       01  LAST-STEP PIC 9(2).

       01  RUN-MONTHLY-FLAG PIC X.
               WHEN 3
                   CALL "./batch/standing-orders-run"
               WHEN 4
                   CALL "./batch/sweep-run"
               WHEN 5
                   CALL "./batch/safe-box-fee-run"
               WHEN 6
                   CALL "./batch/daily-cash-position"
               WHEN 7
                   CALL "./batch/control-total-reconciliation"
               WHEN 8
                   CALL "./batch/balance-snapshot"
               WHEN 9
                   CALL "./batch/fx-revaluation"
               WHEN 10
                   CALL "./batch/fx-open-position-report"
               WHEN 11
                   CALL "./batch/majority-of-age-run"
               WHEN 12
                   CALL "./batch/overdraft-interest-accrual"
               WHEN 13
                   CALL "./batch/gl-interest-accrual"
               WHEN 14
                   CALL "./batch/notice-generation-run"
               WHEN 15
                   CALL "./batch/collections-run"
               WHEN 16
                   CALL "./batch/ros-deadline-report"
               WHEN 17
                   CALL "./batch/complaints-overdue-report"
               WHEN 18
                   CALL "./batch/access-recertification-run"
               WHEN 19
                   CALL "./batch/exceptions-worklist-run"
               WHEN 20
                   IF RUN-MONTHLY
                       CALL "./batch/interest-accrual"
                   ELSE
                       CALL "./batch/campaign-run"
                   END-IF
               WHEN 21
                   IF RUN-MONTHLY
                       CALL "./batch/overdraft-interest-billing"
                   ELSE
                       CALL "./batch/roll-business-date"
                   END-IF
               WHEN 22
                   IF RUN-MONTHLY
                       CALL "./batch/monthly-fees"
                   ELSE
                       CALL "./batch/param-change-apply"
                   END-IF
               WHEN 23
                   CALL "./batch/dc-tax-remittance-run"
               WHEN 24
                   CALL "./batch/fee-invoicing-run"
               WHEN 25
                   CALL "./batch/subscription-billing-run"
               WHEN 26
                   CALL "./batch/archive-closed-accounts"
               WHEN 27
                   CALL "./batch/debtor-classification-run"
               WHEN 28
                   CALL "./batch/concentration-report"
               WHEN 29
                   CALL "./batch/client-risk-rating"
               WHEN 30
                   CALL "./batch/sod-conflict-report"
               WHEN 31
                   CALL "./batch/data-quality-scorecard"
               WHEN 32
                   CALL "./batch/campaign-run"
               WHEN 33
                   CALL "./batch/roll-business-date"
               WHEN 34
                   CALL "./batch/param-change-apply"
           END-EVALUATE.

           IF RETURN-CODE = ZERO
               WHEN 3
                   MOVE "standing-orders-run" TO STEP-NAME
               WHEN 4
                   MOVE "sweep-run" TO STEP-NAME
               WHEN 5
                   MOVE "safe-box-fee-run" TO STEP-NAME
               WHEN 6
                   MOVE "daily-cash-position" TO STEP-NAME
               WHEN 7
                   MOVE "control-total-reconciliation" TO STEP-NAME
               WHEN 8
                   MOVE "balance-snapshot" TO STEP-NAME
               WHEN 9
                   MOVE "fx-revaluation" TO STEP-NAME
               WHEN 10
                   MOVE "fx-open-position-report" TO STEP-NAME
               WHEN 11
                   MOVE "majority-of-age-run" TO STEP-NAME
               WHEN 12
                   MOVE "overdraft-interest-accrual" TO STEP-NAME
               WHEN 13
                   MOVE "gl-interest-accrual" TO STEP-NAME
               WHEN 14
                   MOVE "notice-generation-run" TO STEP-NAME
               WHEN 15
                   MOVE "collections-run" TO STEP-NAME
               WHEN 16
                   MOVE "ros-deadline-report" TO STEP-NAME
               WHEN 17
                   MOVE "complaints-overdue-report" TO STEP-NAME
               WHEN 18
                   MOVE "access-recertification-run" TO STEP-NAME
               WHEN 19
                   MOVE "exceptions-worklist-run" TO STEP-NAME
               WHEN 20
                   IF RUN-MONTHLY
                       MOVE "interest-accrual" TO STEP-NAME
                   ELSE
                       MOVE "campaign-run" TO STEP-NAME
                   END-IF
               WHEN 21
                   IF RUN-MONTHLY
                       MOVE "overdraft-interest-billing" TO STEP-NAME
                   ELSE
                       MOVE "roll-business-date" TO STEP-NAME
                   END-IF
               WHEN 22
                   IF RUN-MONTHLY
                       MOVE "monthly-fees" TO STEP-NAME
                   ELSE
                       MOVE "param-change-apply" TO STEP-NAME
                   END-IF
               WHEN 23
                   MOVE "dc-tax-remittance-run" TO STEP-NAME
               WHEN 24
                   MOVE "fee-invoicing-run" TO STEP-NAME
               WHEN 25
                   MOVE "subscription-billing-run" TO STEP-NAME
               WHEN 26
                   MOVE "archive-closed-accounts" TO STEP-NAME
               WHEN 27
                   MOVE "debtor-classification-run" TO STEP-NAME
               WHEN 28
                   MOVE "concentration-report" TO STEP-NAME
               WHEN 29
                   MOVE "client-risk-rating" TO STEP-NAME
               WHEN 30
                   MOVE "sod-conflict-report" TO STEP-NAME
               WHEN 31
                   MOVE "data-quality-scorecard" TO STEP-NAME
               WHEN 32
                   MOVE "campaign-run" TO STEP-NAME
               WHEN 33
                   MOVE "roll-business-date" TO STEP-NAME
               WHEN 34
                   MOVE "param-change-apply" TO STEP-NAME
           END-EVALUATE.

       GRABAR-CONTROL-DE-CORRIDA.
