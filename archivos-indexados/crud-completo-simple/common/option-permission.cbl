       IDENTIFICATION DIVISION.
       PROGRAM-ID. option-permission.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-permissions.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-permissions.cpy".

       WORKING-STORAGE SECTION.
       01  F-PERMISSIONS-STATUS PIC XX.

       01  MATRIZ-RESULTADO PIC X.
           88  MATRIZ-RESPONDIO VALUE 'S'.
           88  MATRIZ-SIN-FILA VALUE 'N'.

       LINKAGE SECTION.
       01  TIPO-USUARIO-ACTUAL PIC X.
           88  ROL-ADMIN VALUE 'A'.
           88  ROL-EDITOR VALUE 'E'.
           88  ROL-LECTOR VALUE 'L'.

       01  MENU-OPTION PIC 99.
           88  LIST-CLIENTS VALUE 1.
           88  LIST-ACCOUNTS VALUE 2.
           88  FIND-CLIENT VALUE 3.
           88  ADD-CLIENT VALUE 4.
           88  ADD-ACCOUNT VALUE 5.
           88  EDIT-CLIENT VALUE 6.
           88  EDIT-CASH VALUE 7.
           88  DELETE-CLIENT VALUE 8.
           88  DELETE-ACCOUNT VALUE 9.
           88  TRANSFER-ACCOUNT VALUE 11.
           88  CLIENT-STATEMENT VALUE 12.
           88  MERGE-CLIENT VALUE 13.
           88  EDIT-ACCOUNT-STATUS VALUE 14.
           88  STANDING-ORDERS VALUE 15.
           88  EDIT-OVERDRAFT VALUE 16.
           88  EDIT-EXCHANGE-RATE VALUE 17.
           88  FUNDS-HOLDS VALUE 18.
           88  ACCOUNT-HOLDERS VALUE 19.
           88  EDIT-CONTACT VALUE 20.
           88  REVERSE-TRANSACTION VALUE 21.
           88  REPRINT-RECEIPT VALUE 22.
           88  ACCOUNT-LEDGER VALUE 23.
           88  EDIT-FEE-SCHEDULE VALUE 24.
           88  AUDIT-INQUIRY VALUE 25.
           88  USER-ADMIN VALUE 26.
           88  INVOICE-PAYMENT VALUE 27.
           88  WATCHLIST-ADMIN VALUE 28.
           88  BRANCH-ADMIN VALUE 29.
           88  PENDING-APPROVALS VALUE 30.
           88  TERM-DEPOSITS VALUE 31.
           88  LOANS-MENU VALUE 32.
           88  CLOSE-DRAWER VALUE 33.
           88  CHEQUE-BOOKS VALUE 34.
           88  DEBIT-CARDS VALUE 35.
           88  INTERBANK-TRANSFER VALUE 36.
           88  FX-EXCHANGE VALUE 37.
           88  GARNISHMENT-ORDERS VALUE 38.
           88  ESTATE-CASES VALUE 39.
           88  TRANSACTION-DISPUTES VALUE 40.
           88  LOAN-COLLATERAL VALUE 41.
           88  ORIGINATOR-ADMIN VALUE 42.
           88  HOLIDAY-ADMIN VALUE 43.
           88  BOARD-RATES-ADMIN VALUE 44.
           88  ALERT-REVIEW VALUE 45.
           88  CASE-MANAGEMENT VALUE 46.
           88  TAX-CERTIFICATE VALUE 47.
           88  NOTICE-PREFERENCES VALUE 48.
           88  STATEMENT-REPRINT VALUE 49.
           88  CLIENT-POSITION VALUE 50.
           88  LEDGER-INVESTIGATION VALUE 51.
           88  BRANCH-MIGRATION VALUE 52.
           88  VAULT-CASH VALUE 53.
           88  PERMISSION-ADMIN VALUE 54.
           88  SPOOL-VIEWER VALUE 55.
           88  BALANCE-TREND VALUE 56.
           88  GL-ACCOUNTS-ADMIN VALUE 57.
           88  REASON-CODES-ADMIN VALUE 58.
           88  ACCOUNT-SIGNERS VALUE 59.
           88  CLOSE-ACCOUNT VALUE 60.
           88  CHEQUE-DEPOSIT VALUE 61.
           88  BILL-PAYMENT VALUE 62.
           88  BILLER-ADMIN VALUE 63.
           88  CREDIT-CARDS VALUE 64.
           88  SWEEP-ARRANGEMENTS VALUE 65.
           88  LOAN-WRITE-OFFS VALUE 66.
           88  COLLECTIONS-WORKLIST VALUE 67.
           88  ECONOMIC-GROUPS VALUE 68.
           88  KYC-REVIEWS VALUE 69.
           88  DC-TAX-EXEMPTIONS VALUE 70.
           88  SAFE-DEPOSIT-BOXES VALUE 71.
           88  TREASURY-FX-DEALS VALUE 72.
           88  COMPLAINT-REGISTER VALUE 73.
           88  SESSION-ADMIN VALUE 74.
           88  ACCESS-RECERTIFICATION VALUE 75.
           88  EXCEPTIONS-WORKLIST VALUE 76.
           88  OUTBOUND-RESEND VALUE 77.
           88  PARAM-CHANGES VALUE 78.
           88  MARKETING-CONSENTS VALUE 79.
           88  MARKETING-CAMPAIGNS VALUE 80.

       01  OPCION-PERMITIDA-FLAG PIC X.
           88  OPCION-PERMITIDA VALUE 'S'.
           88  OPCION-NO-PERMITIDA VALUE 'N'.

       PROCEDURE DIVISION
           USING TIPO-USUARIO-ACTUAL MENU-OPTION OPCION-PERMITIDA-FLAG.

           SET OPCION-PERMITIDA TO TRUE.

           PERFORM CONSULTAR-MATRIZ-DE-PERMISOS.

           IF MATRIZ-RESPONDIO
               GOBACK
           END-IF.

           IF ROL-LECTOR
               IF ADD-CLIENT OR ADD-ACCOUNT OR EDIT-CLIENT
                   OR EDIT-CASH OR DELETE-CLIENT OR DELETE-ACCOUNT
                   OR TRANSFER-ACCOUNT OR MERGE-CLIENT
                   OR EDIT-ACCOUNT-STATUS OR STANDING-ORDERS
                   OR EDIT-OVERDRAFT OR EDIT-EXCHANGE-RATE
                   OR TERM-DEPOSITS OR LOANS-MENU
                   OR CHEQUE-BOOKS OR DEBIT-CARDS
                   OR INTERBANK-TRANSFER OR FX-EXCHANGE
                   OR GARNISHMENT-ORDERS OR ESTATE-CASES
                   OR TRANSACTION-DISPUTES OR LOAN-COLLATERAL
                   OR ORIGINATOR-ADMIN OR HOLIDAY-ADMIN
                   OR BOARD-RATES-ADMIN OR ALERT-REVIEW
                   OR CASE-MANAGEMENT OR LEDGER-INVESTIGATION
                   OR BRANCH-MIGRATION OR VAULT-CASH
                   OR PERMISSION-ADMIN OR GL-ACCOUNTS-ADMIN
                   OR REASON-CODES-ADMIN
                   OR FUNDS-HOLDS OR ACCOUNT-HOLDERS
                   OR ACCOUNT-SIGNERS OR CLOSE-ACCOUNT
                   OR CHEQUE-DEPOSIT OR BILL-PAYMENT
                   OR BILLER-ADMIN OR CREDIT-CARDS
                   OR SWEEP-ARRANGEMENTS OR LOAN-WRITE-OFFS
                   OR COLLECTIONS-WORKLIST OR ECONOMIC-GROUPS
                   OR KYC-REVIEWS OR DC-TAX-EXEMPTIONS
                   OR SAFE-DEPOSIT-BOXES OR TREASURY-FX-DEALS
                   OR COMPLAINT-REGISTER OR SESSION-ADMIN
                   OR ACCESS-RECERTIFICATION OR EXCEPTIONS-WORKLIST
                   OR OUTBOUND-RESEND OR PARAM-CHANGES
                   OR MARKETING-CONSENTS OR MARKETING-CAMPAIGNS
                   OR NOTICE-PREFERENCES
                   OR EDIT-CONTACT OR REVERSE-TRANSACTION
                   OR EDIT-FEE-SCHEDULE OR AUDIT-INQUIRY
                   OR USER-ADMIN OR INVOICE-PAYMENT
                   OR WATCHLIST-ADMIN OR BRANCH-ADMIN
                   OR PENDING-APPROVALS
                   SET OPCION-NO-PERMITIDA TO TRUE
               END-IF
           END-IF.

           IF ROL-EDITOR
               IF DELETE-CLIENT OR DELETE-ACCOUNT
                   OR EDIT-OVERDRAFT OR EDIT-FEE-SCHEDULE
                   OR AUDIT-INQUIRY OR USER-ADMIN
                   OR WATCHLIST-ADMIN OR BRANCH-ADMIN
                   OR PENDING-APPROVALS OR ORIGINATOR-ADMIN
                   OR HOLIDAY-ADMIN OR BOARD-RATES-ADMIN
                   OR ALERT-REVIEW OR CASE-MANAGEMENT
                   OR LEDGER-INVESTIGATION OR BRANCH-MIGRATION
                   OR PERMISSION-ADMIN OR GL-ACCOUNTS-ADMIN
                   OR REASON-CODES-ADMIN OR BILLER-ADMIN
                   OR DC-TAX-EXEMPTIONS OR TREASURY-FX-DEALS
                   OR SESSION-ADMIN OR ACCESS-RECERTIFICATION
                   OR OUTBOUND-RESEND OR PARAM-CHANGES
                   OR MARKETING-CAMPAIGNS
                   SET OPCION-NO-PERMITIDA TO TRUE
               END-IF
           END-IF.

           GOBACK.

       CONSULTAR-MATRIZ-DE-PERMISOS.
           SET MATRIZ-SIN-FILA TO TRUE.

           OPEN INPUT PERMISSIONS-FILE.

           IF F-PERMISSIONS-STATUS = "00"
               MOVE TIPO-USUARIO-ACTUAL TO PERM-ROLE
               MOVE MENU-OPTION TO PERM-OPTION
               READ PERMISSIONS-FILE
                   KEY IS PERM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MATRIZ-RESPONDIO TO TRUE
                       IF PERM-IS-DENIED
                           SET OPCION-NO-PERMITIDA TO TRUE
                       END-IF
               END-READ
           END-IF.

           CLOSE PERMISSIONS-FILE.

       END PROGRAM option-permission.
