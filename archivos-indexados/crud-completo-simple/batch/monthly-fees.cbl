           88  POST-FAILED VALUE 'N'.


       01  WS-JOB-NAME PIC X(30) VALUE "monthly-fees".
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
           DISPLAY "=== Cobro mensual de mantenimiento ===".

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           SET F-NOT-ENDED TO TRUE.

               GOBACK
           END-IF.

           PERFORM LEER-AVANCE-DE-LA-CORRIDA.

           IF CKP-RESUMED
               MOVE WS-CKP-LAST TO ACCOUNT-KEY
               START ACCOUNTS-FILE KEY IS > ACCOUNT-KEY
                   INVALID KEY
                       SET F-ENDED TO TRUE
               END-START
           END-IF.

           PERFORM UNTIL F-ENDED
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
           DISPLAY "Total cobrado: " WS-TOTAL-EDIT.
           DISPLAY "Cuentas eximidas: " FEES-WAIVED.
           DISPLAY "Cuentas salteadas (no activas): " FEES-SKIPPED.
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
                   " cuentas ya cobradas, se reanuda luego "
                   "de la cuenta " WS-CKP-LAST
           END-IF.

       REGISTRAR-CUENTA-IMPUTADA.
           MOVE 'G' TO WS-CKP-MODE.
           MOVE ACCOUNT-KEY TO WS-CKP-ITEM.
           CALL "./common/posting-checkpoint"
               USING WS-CKP-MODE WS-JOB-NAME WS-BUSINESS-DATE
               WS-CKP-ITEM WS-CKP-POSTED WS-CKP-RESULT.

           IF NOT CKP-RECORDED
               DISPLAY "ATENCIÓN: no fue posible registrar el "
                   "avance de la cuenta " ACCOUNT-KEY
           END-IF.

       INFORMAR-REANUDACION.
           IF WS-CKP-LAST = ZERO
               DISPLAY "Corrida reanudada: NO"
           ELSE
               DISPLAY "Corrida reanudada: SI, luego de la cuenta "
                   WS-CKP-LAST
           END-IF.
           DISPLAY "Cuentas salteadas (ya cobradas): "
               WS-CKP-POSTED.

       PROCESAR-COMISION-CUENTA.
           MOVE ACCOUNT-TYPE TO FEE-ACCOUNT-TYPE.
           MOVE ACCOUNT-CURRENCY TO FEE-CURRENCY.
           IF POST-OK
               ADD 1 TO FEES-CHARGED
               ADD FEE-AMOUNT TO TOTAL-CHARGED
               PERFORM REGISTRAR-CUENTA-IMPUTADA
           ELSE
               DISPLAY
               "No fue posible debitar la comisión de la "
