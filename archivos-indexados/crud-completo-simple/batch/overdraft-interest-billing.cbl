
       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-JOB-NAME PIC X(30)
           VALUE "overdraft-interest-billing".
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-CKP-MODE PIC X.
       01  WS-CKP-ITEM PIC 9(8).
       01  WS-CKP-POSTED PIC 9(8) VALUE ZERO.
       01  WS-CKP-RESULT PIC X.
           88  CKP-RESUMED VALUE 'Y'.
           88  CKP-FRESH-RUN VALUE 'N'.
           88  CKP-RECORDED VALUE 'Y'.
       01  WS-CKP-LAST PIC 9(8) VALUE ZERO.

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.
           DISPLAY "=== Liquidación mensual de interés por "
               "descubierto ===".

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           SET F-NOT-ENDED TO TRUE.

           OPEN I-O OD-ACCRUAL-FILE.
               GOBACK
           END-IF.

           PERFORM LEER-AVANCE-DE-LA-CORRIDA.

           IF CKP-RESUMED
               MOVE WS-CKP-LAST TO ODA-ACCOUNT-KEY
               START OD-ACCRUAL-FILE KEY IS > ODA-ACCOUNT-KEY
                   INVALID KEY
                       SET F-ENDED TO TRUE
               END-START
           END-IF.

           PERFORM UNTIL F-ENDED
               READ OD-ACCRUAL-FILE NEXT RECORD
                   AT END
           DISPLAY "Cuentas liquidadas: " ACCOUNTS-BILLED.
           MOVE BILLED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Interés cobrado: " WS-TOTAL-EDIT.
           PERFORM INFORMAR-REANUDACION.

           GOBACK.

       LEER-AVANCE-DE-LA-CORRIDA.
           MOVE 'I' TO WS-CKP-MODE.
           CALL "./common/posting-checkpoint"
               USING WS-CKP-MODE WS-JOB-NAME WS-BUSINESS-DATE
               WS-CKP-ITEM WS-CKP-POSTED WS-CKP-RESULT.

           IF CKP-RESUMED
               MOVE WS-CKP-ITEM TO WS-CKP-LAST
               DISPLAY "Corrida previa del " WS-BUSINESS-DATE
                   " interrumpida: " WS-CKP-POSTED
                   " cuentas ya liquidadas, se reanuda luego "
                   "de la cuenta " WS-CKP-LAST
           END-IF.

       REGISTRAR-CUENTA-IMPUTADA.
           MOVE 'G' TO WS-CKP-MODE.
           MOVE ODA-ACCOUNT-KEY TO WS-CKP-ITEM.
           CALL "./common/posting-checkpoint"
               USING WS-CKP-MODE WS-JOB-NAME WS-BUSINESS-DATE
               WS-CKP-ITEM WS-CKP-POSTED WS-CKP-RESULT.

           IF NOT CKP-RECORDED
               DISPLAY "ATENCIÓN: no fue posible registrar el "
                   "avance de la cuenta " ODA-ACCOUNT-KEY
           END-IF.

       INFORMAR-REANUDACION.
           IF WS-CKP-LAST = ZERO
               DISPLAY "Corrida reanudada: NO"
           ELSE
               DISPLAY "Corrida reanudada: SI, luego de la cuenta "
                   WS-CKP-LAST
           END-IF.
           DISPLAY "Cuentas salteadas (ya liquidadas): "
               WS-CKP-POSTED.

       LIQUIDAR-CUENTA.
           MOVE 'O' TO WS-POST-TYPE.
           MOVE ODA-ACCRUED TO WS-POST-AMOUNT.
               EXIT PARAGRAPH
           END-IF.

           PERFORM REGISTRAR-CUENTA-IMPUTADA.

           ADD 1 TO ACCOUNTS-BILLED.
           ADD ODA-ACCRUED TO BILLED-TOTAL.

