       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4).

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

           OPEN INPUT ACCOUNTS-FILE.

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

           DISPLAY "Cuentas acreditadas: " ACCOUNTS-CREDITED.
           DISPLAY "Retenciones practicadas: " WITHHOLDINGS-POSTED.
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
                   " cuentas ya acreditadas, se reanuda luego "
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
           DISPLAY "Cuentas salteadas (ya acreditadas): "
               WS-CKP-POSTED.

       LEER-PARAMETROS-DE-RETENCION.
           OPEN INPUT WITHHOLDING-CONTROL-FILE.

               IF POST-OK
                   ADD 1 TO ACCOUNTS-CREDITED
                   PERFORM PRACTICAR-RETENCION
                   PERFORM REGISTRAR-CUENTA-IMPUTADA
               ELSE
                   DISPLAY
                   "Error al acreditar interés a la cuenta "
