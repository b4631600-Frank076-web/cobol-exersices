       01  WS-POST-REF-DATE PIC 9(8).
       01  WS-POST-REF-SEQ PIC 9(4).
       01  WS-RECEIPT-NUMBER PIC 9(8).
       01  WS-FLAG-MODE PIC X.
       01  WS-OWN-RESULT PIC X.
       01  WS-POST-RESULT PIC X.
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.
           88  RELEASE-OK VALUE 'Y'.
           88  RELEASE-FAILED VALUE 'N'.

       01  WS-WRITE-OFF-LOAN PIC 9(8).
       01  WS-WRITE-OFF-RESULT PIC X.
           88  WRITE-OFF-OK VALUE 'Y'.
           88  WRITE-OFF-FAILED VALUE 'N'.

       01  WS-DEAL-MODE PIC X.
       01  WS-DEAL-ID PIC 9(8).
       01  WS-DEAL-RESULT PIC X.
           88  DEAL-OK VALUE 'Y'.
           88  DEAL-FAILED VALUE 'N'.

       01  WS-CHANGE-MODE PIC X.
       01  WS-CHANGE-ID PIC 9(8).
       01  WS-CHANGE-RESULT PIC X.
           88  CHANGE-OK VALUE 'Y'.
           88  CHANGE-FAILED VALUE 'N'.

       01  CUENTAS-REPUNTADAS PIC 9(4).
       01  COTITULARIDADES-REPUNTADAS PIC 9(4).

                       SET PEND-APPROVED TO TRUE
                   END-IF
               WHEN DECISION-REJECT
                   SET EXECUTION-OK TO TRUE
                   IF PEND-IS-FX-DEAL
                       MOVE 'R' TO WS-DEAL-MODE
                       PERFORM RESOLVER-BOLETO-DE-CAMBIO
                   END-IF
                   IF PEND-IS-PARAM-CHANGE
                       MOVE 'R' TO WS-CHANGE-MODE
                       PERFORM RESOLVER-CAMBIO-DE-PARAMETRO
                   END-IF
                   IF EXECUTION-OK
                       SET PEND-REJECTED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "Opción inválida"
                   SET EXECUTION-FAILED TO TRUE
                   PEND-KEY-1 ": vuelva a cargar la operación "
                   "con la tasa negociada"
                   SET EXECUTION-OK TO TRUE
               WHEN PEND-IS-WRITE-OFF
                   PERFORM EJECUTAR-CASTIGO
               WHEN PEND-IS-FX-DEAL
                   MOVE 'C' TO WS-DEAL-MODE
                   PERFORM RESOLVER-BOLETO-DE-CAMBIO
               WHEN PEND-IS-PARAM-CHANGE
                   MOVE 'C' TO WS-CHANGE-MODE
                   PERFORM RESOLVER-CAMBIO-DE-PARAMETRO
           END-EVALUATE.

       EJECUTAR-LIBERACION-SUCESORIA.
               SET EXECUTION-OK TO TRUE
           END-IF.

       EJECUTAR-CASTIGO.
           MOVE PEND-KEY-1 TO WS-WRITE-OFF-LOAN.

           CALL "./loans/loan-write-off"
               USING WS-WRITE-OFF-LOAN WS-WRITE-OFF-RESULT.

           IF WRITE-OFF-OK
               SET EXECUTION-OK TO TRUE
           END-IF.

       RESOLVER-BOLETO-DE-CAMBIO.
           SET EXECUTION-FAILED TO TRUE.
           MOVE PEND-KEY-1 TO WS-DEAL-ID.

           CALL "./fx/fx-deal-confirm"
               USING WS-DEAL-MODE WS-DEAL-ID WS-DEAL-RESULT.

           IF DEAL-OK
               SET EXECUTION-OK TO TRUE
           END-IF.

       RESOLVER-CAMBIO-DE-PARAMETRO.
           SET EXECUTION-FAILED TO TRUE.
           MOVE PEND-KEY-1 TO WS-CHANGE-ID.

           CALL "./admin/param-change-confirm"
               USING WS-CHANGE-MODE WS-CHANGE-ID WS-CHANGE-RESULT.

           IF CHANGE-OK
               SET EXECUTION-OK TO TRUE
           END-IF.

       EJECUTAR-TRANSFERENCIA.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.
               EXIT PARAGRAPH
           END-IF.

           PERFORM MARCAR-CUENTAS-PROPIAS.

           MOVE 'W' TO WS-POST-TYPE.
           MOVE PEND-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - PEND-AMOUNT.

           IF POST-FAILED
               DISPLAY "No fue posible debitar el origen"
               PERFORM LIMPIAR-CUENTAS-PROPIAS
               EXIT PARAGRAPH
           END-IF.

               DISPLAY
               "No fue posible acreditar el destino, se revierte "
               "el débito"
               PERFORM LIMPIAR-CUENTAS-PROPIAS
               MOVE 'R' TO WS-POST-TYPE
               MOVE PEND-AMOUNT TO WS-POST-AMOUNT
               COMPUTE WS-POST-DELTA = PEND-AMOUNT
           DISPLAY "Transferencia aprobada y ejecutada".
           SET EXECUTION-OK TO TRUE.

       MARCAR-CUENTAS-PROPIAS.
           MOVE 'M' TO WS-FLAG-MODE.
           CALL "./common/own-transfer-flag"
               USING WS-FLAG-MODE PEND-KEY-1 PEND-KEY-2
               WS-OWN-RESULT.

       LIMPIAR-CUENTAS-PROPIAS.
           MOVE 'C' TO WS-FLAG-MODE.
           CALL "./common/own-transfer-flag"
               USING WS-FLAG-MODE PEND-KEY-1 PEND-KEY-2
               WS-OWN-RESULT.

       VALIDAR-TRANSFERENCIA-APROBADA.
           SET INVALID-TRANSFER TO TRUE.

