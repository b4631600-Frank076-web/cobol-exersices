       IDENTIFICATION DIVISION.
       PROGRAM-ID. sweep-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-sweeps.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-sweeps.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-SWEEPS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  TODAY-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  SWEEP-FLAG PIC X.
           88  VALID-SWEEP VALUE 'Y'.
           88  INVALID-SWEEP VALUE 'N'.

       01  PRIMARY-AVAILABLE PIC S9(9)V99.
       01  SECONDARY-AVAILABLE PIC S9(9)V99.
       01  PRIMARY-CURRENCY PIC X(3).
       01  SECONDARY-CURRENCY PIC X(3).
       01  SWEEP-NEEDED PIC S9(9)V99.
       01  SWEEP-AMOUNT PIC 9(8)V99.
       01  SWEEP-FROM PIC 9(8).
       01  SWEEP-TO PIC 9(8).
       01  SWEEP-DIRECTION PIC X.
           88  SWEEP-OUT VALUE 'S'.
           88  SWEEP-IN VALUE 'E'.

       01  SWEEPS-OUT PIC 9(6) VALUE ZERO.
       01  SWEEPS-IN PIC 9(6) VALUE ZERO.
       01  SWEEPS-PARTIAL PIC 9(6) VALUE ZERO.
       01  SWEEPS-NOT-NEEDED PIC 9(6) VALUE ZERO.
       01  SWEEPS-SKIPPED PIC 9(6) VALUE ZERO.
       01  TOTAL-SWEPT-OUT PIC 9(12)V99 VALUE ZERO.
       01  TOTAL-SWEPT-IN PIC 9(12)V99 VALUE ZERO.

       01  WS-ACTIVE-HOLDS PIC 9(8)V99.
       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-RECEIPT-NUMBER PIC 9(8).
       01  WS-FLAG-MODE PIC X.
       01  WS-OWN-RESULT PIC X.
       01  WS-POST-TYPE PIC X.
       01  WS-POST-AMOUNT PIC 9(8)V99.
       01  WS-POST-DELTA PIC S9(8)V99.
       01  WS-POST-REF-DATE PIC 9(8).
       01  WS-POST-REF-SEQ PIC 9(4).
       01  WS-POST-RESULT PIC X.
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-REASON-MODE PIC X.
       01  WS-REASON-CODE PIC X(4).
       01  WS-MEMO PIC X(40).

       01  WS-JOB-NAME PIC X(30) VALUE "sweep-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Barridos a saldo objetivo ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING TODAY-DATE WS-DAY-STATE.

           SET F-NOT-ENDED TO TRUE.

           OPEN I-O SWEEPS-FILE.

           IF F-SWEEPS-STATUS NOT = "00"
               DISPLAY "No hay barridos registrados"
               CLOSE SWEEPS-FILE
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ SWEEPS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF SWP-ACTIVE
                           PERFORM PROCESAR-BARRIDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE SWEEPS-FILE.

           DISPLAY "--- Resultado ---".
           MOVE TOTAL-SWEPT-OUT TO WS-TOTAL-EDIT.
           DISPLAY "Excedentes enviados a la secundaria: "
               SWEEPS-OUT " por " WS-TOTAL-EDIT.
           MOVE TOTAL-SWEPT-IN TO WS-TOTAL-EDIT.
           DISPLAY "Coberturas desde la secundaria: "
               SWEEPS-IN " por " WS-TOTAL-EDIT
               " (parciales: " SWEEPS-PARTIAL ")".
           DISPLAY "Cuentas dentro de la banda: " SWEEPS-NOT-NEEDED.
           DISPLAY "Barridos no ejecutados: " SWEEPS-SKIPPED.

           IF SWEEPS-SKIPPED > ZERO OR SWEEPS-PARTIAL > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           COMPUTE WS-JOB-RECORDS = SWEEPS-OUT + SWEEPS-IN.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       PROCESAR-BARRIDO.
           PERFORM LEER-CUENTAS-DEL-BARRIDO.

           IF INVALID-SWEEP
               ADD 1 TO SWEEPS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN PRIMARY-AVAILABLE > SWP-TARGET-BALANCE
                   COMPUTE SWEEP-NEEDED =
                       PRIMARY-AVAILABLE - SWP-TARGET-BALANCE
                   MOVE SWP-PRIMARY-ACCOUNT TO SWEEP-FROM
                   MOVE SWP-SECONDARY-ACCOUNT TO SWEEP-TO
                   SET SWEEP-OUT TO TRUE
               WHEN PRIMARY-AVAILABLE < SWP-MINIMUM-BALANCE
                   COMPUTE SWEEP-NEEDED =
                       SWP-TARGET-BALANCE - PRIMARY-AVAILABLE
                   MOVE SWP-SECONDARY-ACCOUNT TO SWEEP-FROM
                   MOVE SWP-PRIMARY-ACCOUNT TO SWEEP-TO
                   SET SWEEP-IN TO TRUE
               WHEN OTHER
                   ADD 1 TO SWEEPS-NOT-NEEDED
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF SWEEP-IN AND SWEEP-NEEDED > SECONDARY-AVAILABLE
               IF SECONDARY-AVAILABLE NOT > ZERO
                   DISPLAY "Barrido " SWP-PRIMARY-ACCOUNT
                       ": la cuenta secundaria "
                       SWP-SECONDARY-ACCOUNT
                       " no tiene saldo disponible para cubrir"
                   ADD 1 TO SWEEPS-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               MOVE SECONDARY-AVAILABLE TO SWEEP-NEEDED
               ADD 1 TO SWEEPS-PARTIAL
               DISPLAY "Barrido " SWP-PRIMARY-ACCOUNT
                   ": cobertura parcial, la secundaria no alcanza "
                   "para llegar al objetivo"
           END-IF.

           IF SWEEP-NEEDED > 99999999.99
               MOVE 99999999.99 TO SWEEP-AMOUNT
           ELSE
               MOVE SWEEP-NEEDED TO SWEEP-AMOUNT
           END-IF.

           PERFORM APLICAR-BARRIDO.

           IF INVALID-SWEEP
               ADD 1 TO SWEEPS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE TODAY-DATE TO SWP-LAST-DATE.
           MOVE SWEEP-DIRECTION TO SWP-LAST-DIRECTION.
           MOVE SWEEP-AMOUNT TO SWP-LAST-AMOUNT.

           REWRITE SWEEP-RECORD
               INVALID KEY
                   DISPLAY "Barrido " SWP-PRIMARY-ACCOUNT
                       ": no fue posible registrar la ejecución"
           END-REWRITE.

           IF SWEEP-OUT
               ADD 1 TO SWEEPS-OUT
               ADD SWEEP-AMOUNT TO TOTAL-SWEPT-OUT
           ELSE
               ADD 1 TO SWEEPS-IN
               ADD SWEEP-AMOUNT TO TOTAL-SWEPT-IN
           END-IF.

           MOVE SWEEP-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Barrido " SWP-PRIMARY-ACCOUNT ": "
               SWEEP-FROM " -> " SWEEP-TO " monto " WS-AMOUNT-EDIT.

       LEER-CUENTAS-DEL-BARRIDO.
           SET INVALID-SWEEP TO TRUE.

           MOVE SWP-PRIMARY-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "Barrido " SWP-PRIMARY-ACCOUNT
                       ": la cuenta principal no existe"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ACCOUNT-ACTIVE
               DISPLAY "Barrido " SWP-PRIMARY-ACCOUNT
                   ": la cuenta principal no está activa"
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/active-holds"
               USING ACCOUNT-KEY TODAY-DATE WS-ACTIVE-HOLDS.

           COMPUTE PRIMARY-AVAILABLE =
               ACCOUNT-BILL - WS-ACTIVE-HOLDS.
           MOVE ACCOUNT-CURRENCY TO PRIMARY-CURRENCY.

           MOVE SWP-SECONDARY-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "Barrido " SWP-PRIMARY-ACCOUNT
                       ": la cuenta secundaria no existe"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ACCOUNT-ACTIVE
               DISPLAY "Barrido " SWP-PRIMARY-ACCOUNT
                   ": la cuenta secundaria no está activa"
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/active-holds"
               USING ACCOUNT-KEY TODAY-DATE WS-ACTIVE-HOLDS.

           COMPUTE SECONDARY-AVAILABLE =
               ACCOUNT-BILL - WS-ACTIVE-HOLDS.
           MOVE ACCOUNT-CURRENCY TO SECONDARY-CURRENCY.

           IF PRIMARY-CURRENCY NOT = SECONDARY-CURRENCY
               DISPLAY "Barrido " SWP-PRIMARY-ACCOUNT
                   ": las cuentas no son de la misma moneda"
               EXIT PARAGRAPH
           END-IF.

           SET VALID-SWEEP TO TRUE.

       APLICAR-BARRIDO.
           SET INVALID-SWEEP TO TRUE.

           PERFORM FIJAR-MOTIVO-BARRIDO.
           PERFORM MARCAR-CUENTAS-PROPIAS.

           MOVE 'W' TO WS-POST-TYPE.
           MOVE SWEEP-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - SWEEP-AMOUNT.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING SWEEP-FROM WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               DISPLAY "Barrido " SWP-PRIMARY-ACCOUNT
                   ": error al debitar la cuenta " SWEEP-FROM
               PERFORM LIMPIAR-CUENTAS-PROPIAS
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIJAR-MOTIVO-BARRIDO.

           MOVE 'D' TO WS-POST-TYPE.
           MOVE SWEEP-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = SWEEP-AMOUNT.

           CALL "./common/post-movement"
               USING SWEEP-TO WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               DISPLAY "Barrido " SWP-PRIMARY-ACCOUNT
                   ": error al acreditar la cuenta " SWEEP-TO
               PERFORM LIMPIAR-CUENTAS-PROPIAS
               PERFORM REVERTIR-DEBITO-BARRIDO
               EXIT PARAGRAPH
           END-IF.

           SET VALID-SWEEP TO TRUE.

       MARCAR-CUENTAS-PROPIAS.
           MOVE 'M' TO WS-FLAG-MODE.
           CALL "./common/own-transfer-flag"
               USING WS-FLAG-MODE SWEEP-FROM SWEEP-TO
               WS-OWN-RESULT.

       LIMPIAR-CUENTAS-PROPIAS.
           MOVE 'C' TO WS-FLAG-MODE.
           CALL "./common/own-transfer-flag"
               USING WS-FLAG-MODE SWEEP-FROM SWEEP-TO
               WS-OWN-RESULT.

       FIJAR-MOTIVO-BARRIDO.
           MOVE 'S' TO WS-REASON-MODE.
           MOVE "BARR" TO WS-REASON-CODE.
           MOVE SPACES TO WS-MEMO.

           IF SWEEP-OUT
               STRING "Barrido de excedente a cuenta "
                   DELIMITED BY SIZE
                   SWP-SECONDARY-ACCOUNT DELIMITED BY SIZE
                   INTO WS-MEMO
           ELSE
               STRING "Barrido de cobertura desde cuenta "
                   DELIMITED BY SIZE
                   SWP-SECONDARY-ACCOUNT DELIMITED BY SIZE
                   INTO WS-MEMO
           END-IF.

           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

       REVERTIR-DEBITO-BARRIDO.
           PERFORM FIJAR-MOTIVO-BARRIDO.

           MOVE 'R' TO WS-POST-TYPE.
           MOVE SWEEP-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = SWEEP-AMOUNT.

           CALL "./common/post-movement"
               USING SWEEP-FROM WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               DISPLAY
               "Error crítico: no fue posible revertir el débito "
               "de la cuenta " SWEEP-FROM
           END-IF.

       END PROGRAM sweep-run.
