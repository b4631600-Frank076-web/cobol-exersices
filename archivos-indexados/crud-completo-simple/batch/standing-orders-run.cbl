       01  WS-USAGE-MODE PIC X.

       01  WS-RECEIPT-NUMBER PIC 9(8).
       01  WS-FLAG-MODE PIC X.
       01  WS-OWN-RESULT PIC X.

       01  WS-POST-TYPE PIC X.
       01  WS-POST-AMOUNT PIC 9(8)V99.
           05  WS-NEXT-MONTH PIC 9(2).
           05  WS-NEXT-DAY PIC 9(2).

       01  WS-JOB-NAME PIC X(30) VALUE "standing-orders-run".

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
           OPEN I-O STANDING-ORDERS-FILE.
           OPEN INPUT ACCOUNTS-FILE.

           PERFORM LEER-AVANCE-DE-LA-CORRIDA.

           IF CKP-RESUMED
               MOVE WS-CKP-LAST TO SO-ORDER-KEY
               START STANDING-ORDERS-FILE KEY IS > SO-ORDER-KEY
                   INVALID KEY
                       SET F-ENDED TO TRUE
               END-START
           END-IF.

           PERFORM UNTIL F-ENDED
               READ STANDING-ORDERS-FILE NEXT RECORD
                   AT END

           DISPLAY "Órdenes ejecutadas: " ORDERS-EXECUTED.
           DISPLAY "Órdenes salteadas (a reclamar): " ORDERS-SKIPPED.
           PERFORM INFORMAR-REANUDACION.

           GOBACK.

       LEER-AVANCE-DE-LA-CORRIDA.
           MOVE 'I' TO WS-CKP-MODE.
           CALL "./common/posting-checkpoint"
               USING WS-CKP-MODE WS-JOB-NAME TODAY-DATE
               WS-CKP-ITEM WS-CKP-POSTED WS-CKP-RESULT.

           IF CKP-RESUMED
               MOVE WS-CKP-ITEM TO WS-CKP-LAST
               DISPLAY "Corrida previa del " TODAY-DATE
                   " interrumpida: " WS-CKP-POSTED
                   " órdenes ya ejecutadas, se reanuda luego "
                   "de la orden " WS-CKP-LAST
           END-IF.

       REGISTRAR-ORDEN-EJECUTADA.
           MOVE 'G' TO WS-CKP-MODE.
           MOVE SO-ORDER-KEY TO WS-CKP-ITEM.
           CALL "./common/posting-checkpoint"
               USING WS-CKP-MODE WS-JOB-NAME TODAY-DATE
               WS-CKP-ITEM WS-CKP-POSTED WS-CKP-RESULT.

           IF NOT CKP-RECORDED
               DISPLAY "ATENCIÓN: no fue posible registrar el "
                   "avance de la orden " SO-ORDER-KEY
           END-IF.

       INFORMAR-REANUDACION.
           IF WS-CKP-LAST = ZERO
               DISPLAY "Corrida reanudada: NO"
           ELSE
               DISPLAY "Corrida reanudada: SI, luego de la orden "
                   WS-CKP-LAST
           END-IF.
           DISPLAY "Órdenes salteadas (ya ejecutadas): "
               WS-CKP-POSTED.

       EXECUTE-STANDING-ORDER.
           PERFORM VALIDATE-SOURCE-ACCOUNT.


           IF VALID-TRANSFER
               ADD 1 TO ORDERS-EXECUTED
               PERFORM REGISTRAR-ORDEN-EJECUTADA
               PERFORM ADVANCE-NEXT-RUN-DATE
           ELSE
               ADD 1 TO ORDERS-SKIPPED
           END-READ.

       APPLY-ORDER-TRANSFER.
           PERFORM MARCAR-CUENTAS-PROPIAS.

           MOVE 'W' TO WS-POST-TYPE.
           MOVE SO-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - SO-AMOUNT.
           IF POST-FAILED
               DISPLAY "Orden " SO-ORDER-KEY
                   ": error al debitar la cuenta de origen"
               PERFORM LIMPIAR-CUENTAS-PROPIAS
               SET INVALID-TRANSFER TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF POST-FAILED
               DISPLAY "Orden " SO-ORDER-KEY
                   ": error al acreditar la cuenta de destino"
               PERFORM LIMPIAR-CUENTAS-PROPIAS
               PERFORM REVERSE-SOURCE-DEBIT
               SET INVALID-TRANSFER TO TRUE
               EXIT PARAGRAPH
               SO-SOURCE-ACCOUNT " -> " SO-DEST-ACCOUNT
               " monto " SO-AMOUNT.

       MARCAR-CUENTAS-PROPIAS.
           MOVE 'M' TO WS-FLAG-MODE.
           CALL "./common/own-transfer-flag"
               USING WS-FLAG-MODE SO-SOURCE-ACCOUNT SO-DEST-ACCOUNT
               WS-OWN-RESULT.

       LIMPIAR-CUENTAS-PROPIAS.
           MOVE 'C' TO WS-FLAG-MODE.
           CALL "./common/own-transfer-flag"
               USING WS-FLAG-MODE SO-SOURCE-ACCOUNT SO-DEST-ACCOUNT
               WS-OWN-RESULT.

       REVERSE-SOURCE-DEBIT.
           MOVE 'R' TO WS-POST-TYPE.
           MOVE SO-AMOUNT TO WS-POST-AMOUNT.
