       IDENTIFICATION DIVISION.
       PROGRAM-ID. safe-box-fee-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-box-rentals.cpy".
       COPY "../copylib/physic-safe-boxes.cpy".
       COPY "../copylib/physic-account.cpy".

       SELECT OPTIONAL BOX-TARIFF-FILE
       ASSIGN TO "safe-box-tariff.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-BOX-TARIFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-box-rentals.cpy".
       COPY "../copylib/logic-safe-boxes.cpy".
       COPY "../copylib/logic-account.cpy".

       FD  BOX-TARIFF-FILE.
       01  BOX-TARIFF-RECORD.
           05  SBT-FEE-SMALL PIC 9(8)V99.
           05  SBT-FEE-MEDIUM PIC 9(8)V99.
           05  SBT-FEE-LARGE PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01  F-BOX-RENTALS-STATUS PIC XX.
       01  F-SAFE-BOXES-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-BOX-TARIFF-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  CHARGE-FLAG PIC X.
           88  CHARGE-OK VALUE 'Y'.
           88  CHARGE-FAILED VALUE 'N'.

       01  BOX-FEE PIC 9(8)V99.
       01  AVAILABLE-FUNDS PIC S9(10)V99.
       01  OVERDUE-YEARS PIC 9(3).
       01  NEXT-DUE-DATE PIC 9(8).
       01  FAILURE-REASON PIC X(30).

       01  RENTALS-READ PIC 9(6) VALUE ZERO.
       01  FEES-CHARGED PIC 9(6) VALUE ZERO.
       01  TOTAL-CHARGED PIC 9(10)V99 VALUE ZERO.
       01  RENTALS-UNPAID PIC 9(6) VALUE ZERO.
       01  TOTAL-UNPAID PIC 9(10)V99 VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-HELD-TOTAL PIC 9(8)V99.
       01  WS-RECEIPT-NUMBER PIC 9(8).
       01  WS-TOTAL-EDIT PIC Z(9)9.99.

       01  WS-POST-TYPE PIC X.
       01  WS-POST-AMOUNT PIC 9(8)V99.
       01  WS-POST-DELTA PIC S9(8)V99.
       01  WS-POST-REF-DATE PIC 9(8).
       01  WS-POST-REF-SEQ PIC 9(4).
       01  WS-POST-RESULT PIC X.
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-JOB-NAME PIC X(30) VALUE "safe-box-fee-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8) VALUE ZERO.
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Cobro del canon de cajas de seguridad ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           OPEN INPUT BOX-TARIFF-FILE.

           IF F-BOX-TARIFF-STATUS NOT = "00"
               DISPLAY
               "No hay tarifario de cajas de seguridad cargado, no "
               "se cobra el canon"
               CLOSE BOX-TARIFF-FILE
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           READ BOX-TARIFF-FILE
               AT END
                   INITIALIZE BOX-TARIFF-RECORD
           END-READ.

           CLOSE BOX-TARIFF-FILE.

           SET F-NOT-ENDED TO TRUE.

           OPEN I-O BOX-RENTALS-FILE.
           OPEN INPUT SAFE-BOXES-FILE.

           PERFORM UNTIL F-ENDED
               READ BOX-RENTALS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF RENT-ACTIVE
                           AND RENT-PAID-UNTIL <= WS-BUSINESS-DATE
                           PERFORM PROCESAR-CANON-VENCIDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SAFE-BOXES-FILE.
           CLOSE BOX-RENTALS-FILE.

           DISPLAY "--- Control del canon ---".
           DISPLAY "Contratos con canon vencido: " RENTALS-READ.
           DISPLAY "Canones debitados: " FEES-CHARGED.
           MOVE TOTAL-CHARGED TO WS-TOTAL-EDIT.
           DISPLAY "Total debitado: " WS-TOTAL-EDIT.
           DISPLAY "Contratos con canon impago: " RENTALS-UNPAID.
           MOVE TOTAL-UNPAID TO WS-TOTAL-EDIT.
           DISPLAY "Total impago: " WS-TOTAL-EDIT.

           IF RENTALS-UNPAID > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE RENTALS-READ TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       PROCESAR-CANON-VENCIDO.
           ADD 1 TO RENTALS-READ.

           MOVE RENT-BRANCH TO BOX-BRANCH.
           MOVE RENT-BOX-NUMBER TO BOX-NUMBER.

           READ SAFE-BOXES-FILE
               KEY IS BOX-KEY
               INVALID KEY
                   DISPLAY "Contrato " RENT-ID ": no existe la caja "
                       RENT-BOX-NUMBER " de la sucursal "
                       RENT-BRANCH
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
               WHEN BOX-SMALL
                   MOVE SBT-FEE-SMALL TO BOX-FEE
               WHEN BOX-MEDIUM
                   MOVE SBT-FEE-MEDIUM TO BOX-FEE
               WHEN OTHER
                   MOVE SBT-FEE-LARGE TO BOX-FEE
           END-EVALUATE.

           IF BOX-FEE = ZERO
               DISPLAY "Contrato " RENT-ID ": el tamaño " BOX-SIZE
                   " no tiene canon en el tarifario"
               EXIT PARAGRAPH
           END-IF.

           SET CHARGE-OK TO TRUE.

           PERFORM DEBITAR-UN-ANIO
               UNTIL RENT-PAID-UNTIL > WS-BUSINESS-DATE
               OR CHARGE-FAILED.

           IF CHARGE-OK
               MOVE ZERO TO RENT-UNPAID-AMOUNT
               MOVE ZERO TO RENT-UNPAID-SINCE
           ELSE
               PERFORM REGISTRAR-CANON-IMPAGO
           END-IF.

           REWRITE BOX-RENTAL-RECORD
               INVALID KEY
                   DISPLAY "ATENCIÓN: no fue posible actualizar el "
                       "contrato " RENT-ID
           END-REWRITE.

       DEBITAR-UN-ANIO.
           OPEN INPUT ACCOUNTS-FILE.

           MOVE RENT-FEE-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO FAILURE-REASON
                   SET CHARGE-FAILED TO TRUE
           END-READ.

           CLOSE ACCOUNTS-FILE.

           IF CHARGE-FAILED
               EXIT PARAGRAPH
           END-IF.

           IF NOT ACCOUNT-ACTIVE
               MOVE "CUENTA NO ACTIVA" TO FAILURE-REASON
               SET CHARGE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/active-holds"
               USING ACCOUNT-KEY WS-BUSINESS-DATE WS-HELD-TOTAL.

           COMPUTE AVAILABLE-FUNDS = ACCOUNT-BILL
               + ACCOUNT-OVERDRAFT-LIMIT - WS-HELD-TOTAL.

           IF AVAILABLE-FUNDS < BOX-FEE
               MOVE "SALDO INSUFICIENTE" TO FAILURE-REASON
               SET CHARGE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'F' TO WS-POST-TYPE.
           MOVE BOX-FEE TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - BOX-FEE.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING ACCOUNT-KEY WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               MOVE "ERROR DE IMPUTACION" TO FAILURE-REASON
               SET CHARGE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO FEES-CHARGED.
           ADD BOX-FEE TO TOTAL-CHARGED.

           MOVE WS-BUSINESS-DATE TO RENT-LAST-FEE-DATE.
           MOVE RENT-PAID-UNTIL TO NEXT-DUE-DATE.
           PERFORM SUMAR-UN-ANIO.
           MOVE NEXT-DUE-DATE TO RENT-PAID-UNTIL.

       SUMAR-UN-ANIO.
           ADD 10000 TO NEXT-DUE-DATE.

           IF NEXT-DUE-DATE(5:4) = "0229"
               MOVE "0228" TO NEXT-DUE-DATE(5:4)
           END-IF.

       REGISTRAR-CANON-IMPAGO.
           MOVE ZERO TO OVERDUE-YEARS.
           MOVE RENT-PAID-UNTIL TO NEXT-DUE-DATE.

           PERFORM CONTAR-ANIO-IMPAGO
               UNTIL NEXT-DUE-DATE > WS-BUSINESS-DATE.

           COMPUTE RENT-UNPAID-AMOUNT = BOX-FEE * OVERDUE-YEARS.

           IF RENT-UNPAID-SINCE = ZERO
               MOVE RENT-PAID-UNTIL TO RENT-UNPAID-SINCE
           END-IF.

           ADD 1 TO RENTALS-UNPAID.
           ADD RENT-UNPAID-AMOUNT TO TOTAL-UNPAID.

           MOVE RENT-UNPAID-AMOUNT TO WS-TOTAL-EDIT.
           DISPLAY "Contrato " RENT-ID " caja " RENT-BOX-NUMBER
               " sucursal " RENT-BRANCH ": impago " WS-TOTAL-EDIT
               " (" FAILURE-REASON ")".

       CONTAR-ANIO-IMPAGO.
           ADD 1 TO OVERDUE-YEARS.
           PERFORM SUMAR-UN-ANIO.

       END PROGRAM safe-box-fee-run.
