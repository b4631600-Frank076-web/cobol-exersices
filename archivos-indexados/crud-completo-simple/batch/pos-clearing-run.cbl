       IDENTIFICATION DIVISION.
       PROGRAM-ID. pos-clearing-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT POS-MOVEMENTS-FILE
       ASSIGN TO "pos-movements.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-POS-STATUS.

       SELECT POS-RECON-FILE
       ASSIGN TO "pos-reconciliation.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-RECON-STATUS.

       COPY "../copylib/physic-cards.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  POS-MOVEMENTS-FILE.
       01  POS-MOVEMENT-RECORD.
           05  PM-TIPO PIC X.
               88  PM-ES-DETALLE VALUE 'D'.
               88  PM-ES-TRAILER VALUE 'T'.
           05  PM-DATOS PIC X(70).
           05  PM-DETALLE REDEFINES PM-DATOS.
               10  PM-CARD PIC 9(16).
               10  PM-FECHA PIC 9(8).
               10  PM-CLASE PIC X.
                   88  PM-ES-COMPRA VALUE 'P'.
                   88  PM-ES-DEVOLUCION VALUE 'R'.
               10  PM-AMOUNT PIC 9(8)V99.
               10  PM-MERCHANT PIC X(20).
               10  PM-REFERENCE PIC X(12).
               10  FILLER PIC X(3).
           05  PM-TRAILER REDEFINES PM-DATOS.
               10  PM-TRAILER-COUNT PIC 9(6).
               10  PM-TRAILER-TOTAL PIC 9(10)V99.
               10  PM-TRAILER-NET PIC S9(10)V99
                   SIGN IS LEADING SEPARATE.
               10  FILLER PIC X(39).

       FD  POS-RECON-FILE.
       01  POS-RECON-RECORD.
           05  PR-TIPO PIC X.
               88  PR-ES-DETALLE VALUE 'D'.
               88  PR-ES-RESUMEN VALUE 'T'.
           05  PR-DATOS PIC X(80).
           05  PR-DETALLE REDEFINES PR-DATOS.
               10  PR-CARD PIC 9(16).
               10  PR-ACCOUNT PIC 9(8).
               10  PR-CLASE PIC X.
               10  PR-AMOUNT PIC 9(8)V99.
               10  PR-REFERENCE PIC X(12).
               10  PR-DISPOSITION PIC X.
                   88  PR-MATCHED VALUE 'M'.
                   88  PR-UNMATCHED VALUE 'U'.
                   88  PR-REJECTED VALUE 'R'.
               10  PR-REASON PIC X(20).
               10  FILLER PIC X(12).
           05  PR-RESUMEN REDEFINES PR-DATOS.
               10  PR-PURCHASES-TOTAL PIC 9(10)V99.
               10  PR-REFUNDS-TOTAL PIC 9(10)V99.
               10  PR-APPLIED-NET PIC S9(10)V99
                   SIGN IS LEADING SEPARATE.
               10  PR-NETWORK-NET PIC S9(10)V99
                   SIGN IS LEADING SEPARATE.
               10  PR-DIFFERENCE PIC S9(10)V99
                   SIGN IS LEADING SEPARATE.
               10  PR-RESULT PIC X.
                   88  PR-CUADRA VALUE 'C'.
                   88  PR-NO-CUADRA VALUE 'N'.
               10  FILLER PIC X(16).

       COPY "../copylib/logic-cards.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-POS-STATUS PIC XX.
       01  F-RECON-STATUS PIC XX.
       01  F-CARDS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  TRAILER-SEEN-FLAG PIC X.
           88  TRAILER-SEEN VALUE 'Y'.
           88  TRAILER-NOT-SEEN VALUE 'N'.

       01  DETAIL-COUNT PIC 9(6) VALUE ZERO.
       01  DETAIL-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  TRAILER-COUNT PIC 9(6).
       01  TRAILER-TOTAL PIC 9(10)V99.
       01  NETWORK-NET PIC S9(10)V99.

       01  CARD-USAGE-TABLE.
           05  CARD-USAGE-ENTRY OCCURS 500 TIMES.
               10  CU-CARD PIC 9(16).
               10  CU-FECHA PIC 9(8).
               10  CU-TOTAL PIC 9(12)V99.
       01  CARD-USAGE-COUNT PIC 9(3) VALUE ZERO.
       01  USO-I PIC 9(3).
       01  USO-FOUND-FLAG PIC X.
           88  USO-HALLADO VALUE 'S'.
           88  USO-NO-HALLADO VALUE 'N'.

       01  MATCHED-COUNT PIC 9(6) VALUE ZERO.
       01  PURCHASES-TOTAL PIC 9(10)V99 VALUE ZERO.
       01  REFUNDS-TOTAL PIC 9(10)V99 VALUE ZERO.
       01  APPLIED-NET PIC S9(10)V99 VALUE ZERO.
       01  NET-DIFFERENCE PIC S9(10)V99 VALUE ZERO.
       01  UNMATCHED-COUNT PIC 9(6) VALUE ZERO.
       01  REJECTED-COUNT PIC 9(6) VALUE ZERO.

       01  WS-SESSION-USER PIC X(30).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-RECEIPT-NUMBER PIC 9(8).

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

       01  WS-TOTAL-EDIT PIC Z(11)9.99.
       01  WS-NET-EDIT PIC -(11)9.99.

       01  WS-JOB-NAME PIC X(30) VALUE "pos-clearing-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4).

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Compensación de compras con tarjeta de "
           "débito ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-TODAY-DATE WS-DAY-STATE.

           PERFORM VERIFICAR-TOTALES-DE-CONTROL.

           IF TRAILER-NOT-SEEN
               DISPLAY
               "El archivo no tiene registro de control, no se "
               "aplica nada"
               GOBACK
           END-IF.

           IF DETAIL-COUNT NOT = TRAILER-COUNT
               OR DETAIL-TOTAL NOT = TRAILER-TOTAL
               DISPLAY
               "Los totales de control no coinciden con el "
               "detalle, no se aplica nada"
               DISPLAY "Detalle: " DETAIL-COUNT " registros"
               DISPLAY "Control: " TRAILER-COUNT " registros"
               GOBACK
           END-IF.

           PERFORM APLICAR-MOVIMIENTOS-POS.

           DISPLAY "--- Conciliación ---".
           DISPLAY "Movimientos aplicados: " MATCHED-COUNT.
           MOVE PURCHASES-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Compras debitadas: " WS-TOTAL-EDIT.
           MOVE REFUNDS-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Devoluciones acreditadas: " WS-TOTAL-EDIT.
           MOVE APPLIED-NET TO WS-NET-EDIT.
           DISPLAY "Neto aplicado: " WS-NET-EDIT.
           MOVE NETWORK-NET TO WS-NET-EDIT.
           DISPLAY "Neto liquidado por la red: " WS-NET-EDIT.
           DISPLAY "Sin tarjeta registrada: " UNMATCHED-COUNT.
           DISPLAY "Rechazados: " REJECTED-COUNT.

           IF NET-DIFFERENCE = ZERO
               DISPLAY "La liquidación de la red cuadra con lo "
                   "aplicado"
               MOVE "OK" TO WS-JOB-OUTCOME
           ELSE
               MOVE NET-DIFFERENCE TO WS-NET-EDIT
               DISPLAY
               "ATENCIÓN: diferencia con la liquidación de la red: "
               WS-NET-EDIT
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           DISPLAY
           "Detalle de la conciliación en pos-reconciliation.dat".

           MOVE MATCHED-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       VERIFICAR-TOTALES-DE-CONTROL.
           SET F-NOT-ENDED TO TRUE.
           SET TRAILER-NOT-SEEN TO TRUE.

           OPEN INPUT POS-MOVEMENTS-FILE.

           IF F-POS-STATUS NOT = "00"
               DISPLAY "No hay archivo de compras de la red ("
                   F-POS-STATUS ")"
               CLOSE POS-MOVEMENTS-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL F-ENDED
               READ POS-MOVEMENTS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PM-ES-DETALLE
                           ADD 1 TO DETAIL-COUNT
                           ADD PM-AMOUNT TO DETAIL-TOTAL
                       ELSE
                           IF PM-ES-TRAILER
                               SET TRAILER-SEEN TO TRUE
                               MOVE PM-TRAILER-COUNT
                                   TO TRAILER-COUNT
                               MOVE PM-TRAILER-TOTAL
                                   TO TRAILER-TOTAL
                               MOVE PM-TRAILER-NET
                                   TO NETWORK-NET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POS-MOVEMENTS-FILE.

       APLICAR-MOVIMIENTOS-POS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT POS-MOVEMENTS-FILE.
           OPEN OUTPUT POS-RECON-FILE.
           OPEN INPUT CARDS-FILE.
           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ POS-MOVEMENTS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PM-ES-DETALLE
                           PERFORM APLICAR-UN-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

           COMPUTE APPLIED-NET = PURCHASES-TOTAL - REFUNDS-TOTAL.
           COMPUTE NET-DIFFERENCE = NETWORK-NET - APPLIED-NET.

           SET PR-ES-RESUMEN TO TRUE.
           MOVE SPACES TO PR-DATOS.
           MOVE PURCHASES-TOTAL TO PR-PURCHASES-TOTAL.
           MOVE REFUNDS-TOTAL TO PR-REFUNDS-TOTAL.
           MOVE APPLIED-NET TO PR-APPLIED-NET.
           MOVE NETWORK-NET TO PR-NETWORK-NET.
           MOVE NET-DIFFERENCE TO PR-DIFFERENCE.
           IF NET-DIFFERENCE = ZERO
               SET PR-CUADRA TO TRUE
           ELSE
               SET PR-NO-CUADRA TO TRUE
           END-IF.
           WRITE POS-RECON-RECORD.

           CLOSE ACCOUNTS-FILE.
           CLOSE CARDS-FILE.
           CLOSE POS-RECON-FILE.
           CLOSE POS-MOVEMENTS-FILE.

       APLICAR-UN-MOVIMIENTO.
           MOVE PM-CARD TO CARD-NUMBER.

           READ CARDS-FILE
               KEY IS CARD-NUMBER
               INVALID KEY
                   ADD 1 TO UNMATCHED-COUNT
                   MOVE ZERO TO PR-ACCOUNT
                   MOVE "TARJETA DESCONOCIDA" TO PR-REASON
                   PERFORM GRABAR-CONCILIACION-NO-APLICADA
                   EXIT PARAGRAPH
           END-READ.

           IF CARD-BLOCKED
               ADD 1 TO REJECTED-COUNT
               MOVE CARD-ACCOUNT-KEY TO PR-ACCOUNT
               MOVE "TARJETA BLOQUEADA" TO PR-REASON
               PERFORM GRABAR-CONCILIACION-RECHAZADA
               EXIT PARAGRAPH
           END-IF.

           IF CARD-CANCELLED
               ADD 1 TO REJECTED-COUNT
               MOVE CARD-ACCOUNT-KEY TO PR-ACCOUNT
               MOVE "TARJETA CANCELADA" TO PR-REASON
               PERFORM GRABAR-CONCILIACION-RECHAZADA
               EXIT PARAGRAPH
           END-IF.

           MOVE CARD-ACCOUNT-KEY TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   ADD 1 TO REJECTED-COUNT
                   MOVE CARD-ACCOUNT-KEY TO PR-ACCOUNT
                   MOVE "CUENTA INEXISTENTE" TO PR-REASON
                   PERFORM GRABAR-CONCILIACION-RECHAZADA
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ACCOUNT-ACTIVE
               ADD 1 TO REJECTED-COUNT
               MOVE CARD-ACCOUNT-KEY TO PR-ACCOUNT
               MOVE "CUENTA NO ACTIVA" TO PR-REASON
               PERFORM GRABAR-CONCILIACION-RECHAZADA
               EXIT PARAGRAPH
           END-IF.

           IF PM-ES-COMPRA
               AND CARD-POS-DAILY-LIMIT > ZERO
               PERFORM UBICAR-USO-DE-TARJETA
               IF USO-NO-HALLADO
                   IF PM-AMOUNT > CARD-POS-DAILY-LIMIT
                       ADD 1 TO REJECTED-COUNT
                       MOVE CARD-ACCOUNT-KEY TO PR-ACCOUNT
                       MOVE "SUPERA LIMITE COMPRAS" TO PR-REASON
                       PERFORM GRABAR-CONCILIACION-RECHAZADA
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   IF CU-TOTAL(USO-I) + PM-AMOUNT
                       > CARD-POS-DAILY-LIMIT
                       ADD 1 TO REJECTED-COUNT
                       MOVE CARD-ACCOUNT-KEY TO PR-ACCOUNT
                       MOVE "SUPERA LIMITE COMPRAS" TO PR-REASON
                       PERFORM GRABAR-CONCILIACION-RECHAZADA
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           MOVE 'S' TO WS-REASON-MODE.
           MOVE PM-MERCHANT TO WS-MEMO.
           MOVE PM-AMOUNT TO WS-POST-AMOUNT.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           IF PM-ES-DEVOLUCION
               MOVE "DPOS" TO WS-REASON-CODE
               MOVE 'D' TO WS-POST-TYPE
               COMPUTE WS-POST-DELTA = PM-AMOUNT
           ELSE
               MOVE "CPOS" TO WS-REASON-CODE
               MOVE 'W' TO WS-POST-TYPE
               COMPUTE WS-POST-DELTA = ZERO - PM-AMOUNT
           END-IF.

           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

           CALL "./common/post-movement"
               USING ACCOUNT-KEY WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-OK
               ADD 1 TO MATCHED-COUNT
               IF PM-ES-DEVOLUCION
                   ADD PM-AMOUNT TO REFUNDS-TOTAL
               ELSE
                   ADD PM-AMOUNT TO PURCHASES-TOTAL
               END-IF
               IF PM-ES-COMPRA AND CARD-POS-DAILY-LIMIT > ZERO
                   AND USO-HALLADO
                   ADD PM-AMOUNT TO CU-TOTAL(USO-I)
               END-IF
               MOVE CARD-ACCOUNT-KEY TO PR-ACCOUNT
               MOVE SPACES TO PR-REASON
               PERFORM GRABAR-CONCILIACION-APLICADA
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE CARD-ACCOUNT-KEY TO PR-ACCOUNT
               MOVE "ERROR DE ARCHIVO" TO PR-REASON
               PERFORM GRABAR-CONCILIACION-RECHAZADA
           END-IF.

       UBICAR-USO-DE-TARJETA.
           SET USO-NO-HALLADO TO TRUE.

           PERFORM VARYING USO-I FROM 1 BY 1
               UNTIL USO-I > CARD-USAGE-COUNT OR USO-HALLADO
               IF CU-CARD(USO-I) = PM-CARD
                   AND CU-FECHA(USO-I) = PM-FECHA
                   SET USO-HALLADO TO TRUE
               END-IF
           END-PERFORM.

           IF USO-HALLADO
               SUBTRACT 1 FROM USO-I
               EXIT PARAGRAPH
           END-IF.

           IF CARD-USAGE-COUNT < 500
               ADD 1 TO CARD-USAGE-COUNT
               MOVE CARD-USAGE-COUNT TO USO-I
               MOVE PM-CARD TO CU-CARD(USO-I)
               MOVE PM-FECHA TO CU-FECHA(USO-I)
               MOVE ZERO TO CU-TOTAL(USO-I)
               SET USO-HALLADO TO TRUE
           ELSE
               DISPLAY
               "ATENCIÓN: más de 500 tarjetas con compras en el "
               "archivo, la tarjeta " PM-CARD " sólo se controla "
               "por movimiento: reprocese por tramos"
           END-IF.

       GRABAR-CONCILIACION-APLICADA.
           SET PR-MATCHED TO TRUE.
           PERFORM GRABAR-CONCILIACION.

       GRABAR-CONCILIACION-NO-APLICADA.
           SET PR-UNMATCHED TO TRUE.
           PERFORM GRABAR-CONCILIACION.

           DISPLAY
           "Sin registrar: tarjeta " PM-CARD
           " ref " PM-REFERENCE.

       GRABAR-CONCILIACION-RECHAZADA.
           SET PR-REJECTED TO TRUE.
           PERFORM GRABAR-CONCILIACION.

           DISPLAY
           "Rechazado: tarjeta " PM-CARD
           " ref " PM-REFERENCE
           " motivo " PR-REASON.

       GRABAR-CONCILIACION.
           SET PR-ES-DETALLE TO TRUE.
           MOVE PM-CARD TO PR-CARD.
           MOVE PM-CLASE TO PR-CLASE.
           MOVE PM-AMOUNT TO PR-AMOUNT.
           MOVE PM-REFERENCE TO PR-REFERENCE.

           WRITE POS-RECON-RECORD.

       END PROGRAM pos-clearing-run.
