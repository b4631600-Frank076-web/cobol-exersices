       IDENTIFICATION DIVISION.
       PROGRAM-ID. credit-card-purchases-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CC-PURCHASES-FILE
       ASSIGN TO "credit-card-purchases.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-PURCHASES-STATUS.

       SELECT CC-RECON-FILE
       ASSIGN TO "credit-card-reconciliation.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-RECON-STATUS.

       COPY "../copylib/physic-credit-cards.cpy".
       COPY "../copylib/physic-credit-card-movements.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CC-PURCHASES-FILE.
       01  CC-PURCHASE-RECORD.
           05  CP-TIPO PIC X.
               88  CP-ES-DETALLE VALUE 'D'.
               88  CP-ES-TRAILER VALUE 'T'.
           05  CP-DATOS PIC X(70).
           05  CP-DETALLE REDEFINES CP-DATOS.
               10  CP-CARD PIC 9(16).
               10  CP-FECHA PIC 9(8).
               10  CP-CLASE PIC X.
                   88  CP-ES-COMPRA VALUE 'P'.
                   88  CP-ES-DEVOLUCION VALUE 'R'.
               10  CP-AMOUNT PIC 9(8)V99.
               10  CP-MERCHANT PIC X(20).
               10  CP-REFERENCE PIC X(12).
               10  FILLER PIC X(3).
           05  CP-TRAILER REDEFINES CP-DATOS.
               10  CP-TRAILER-COUNT PIC 9(6).
               10  CP-TRAILER-TOTAL PIC 9(10)V99.
               10  FILLER PIC X(52).

       FD  CC-RECON-FILE.
       01  CC-RECON-RECORD.
           05  CR-CARD PIC 9(16).
           05  CR-CLASE PIC X.
           05  CR-AMOUNT PIC 9(8)V99.
           05  CR-REFERENCE PIC X(12).
           05  CR-DISPOSITION PIC X.
               88  CR-MATCHED VALUE 'M'.
               88  CR-UNMATCHED VALUE 'U'.
               88  CR-REJECTED VALUE 'R'.
           05  CR-REASON PIC X(20).

       COPY "../copylib/logic-credit-cards.cpy".
       COPY "../copylib/logic-credit-card-movements.cpy".

       WORKING-STORAGE SECTION.
       01  F-PURCHASES-STATUS PIC XX.
       01  F-RECON-STATUS PIC XX.
       01  F-CREDIT-CARDS-STATUS PIC XX.
       01  F-CC-MOVEMENTS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  TRAILER-SEEN-FLAG PIC X.
           88  TRAILER-SEEN VALUE 'Y'.
           88  TRAILER-NOT-SEEN VALUE 'N'.

       01  MOVEMENT-WRITE-FLAG PIC X.
           88  MOVEMENT-WRITTEN VALUE 'Y'.
           88  MOVEMENT-PENDING VALUE 'N'.

       01  DETAIL-COUNT PIC 9(6) VALUE ZERO.
       01  DETAIL-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  TRAILER-COUNT PIC 9(6).
       01  TRAILER-TOTAL PIC 9(10)V99.

       01  MATCHED-COUNT PIC 9(6) VALUE ZERO.
       01  PURCHASES-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  REFUNDS-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  UNMATCHED-COUNT PIC 9(6) VALUE ZERO.
       01  REJECTED-COUNT PIC 9(6) VALUE ZERO.

       01  CREDIT-AVAILABLE PIC S9(9)V99.

       01  WS-TODAY-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-JOB-NAME PIC X(30) VALUE "credit-card-purchases-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Consumos de tarjetas de crédito ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

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

           PERFORM APLICAR-CONSUMOS.

           DISPLAY "--- Conciliación ---".
           DISPLAY "Movimientos registrados: " MATCHED-COUNT.
           MOVE PURCHASES-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Consumos: " WS-TOTAL-EDIT.
           MOVE REFUNDS-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Devoluciones: " WS-TOTAL-EDIT.
           DISPLAY "Sin tarjeta registrada: " UNMATCHED-COUNT.
           DISPLAY "Rechazados: " REJECTED-COUNT.
           DISPLAY
           "Detalle de la conciliación en "
           "credit-card-reconciliation.dat".

           IF UNMATCHED-COUNT > ZERO OR REJECTED-COUNT > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE MATCHED-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       VERIFICAR-TOTALES-DE-CONTROL.
           SET F-NOT-ENDED TO TRUE.
           SET TRAILER-NOT-SEEN TO TRUE.

           OPEN INPUT CC-PURCHASES-FILE.

           IF F-PURCHASES-STATUS NOT = "00"
               DISPLAY "No hay archivo de consumos ("
                   F-PURCHASES-STATUS ")"
               CLOSE CC-PURCHASES-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CC-PURCHASES-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CP-ES-DETALLE
                           ADD 1 TO DETAIL-COUNT
                           ADD CP-AMOUNT TO DETAIL-TOTAL
                       ELSE
                           IF CP-ES-TRAILER
                               SET TRAILER-SEEN TO TRUE
                               MOVE CP-TRAILER-COUNT
                                   TO TRAILER-COUNT
                               MOVE CP-TRAILER-TOTAL
                                   TO TRAILER-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CC-PURCHASES-FILE.

       APLICAR-CONSUMOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CC-PURCHASES-FILE.
           OPEN OUTPUT CC-RECON-FILE.
           OPEN I-O CREDIT-CARDS-FILE.
           OPEN I-O CREDIT-CARD-MOVEMENTS-FILE.

           IF F-PURCHASES-STATUS NOT = "00"
               OR F-RECON-STATUS NOT = "00"
               OR F-CREDIT-CARDS-STATUS NOT = "00"
               OR (F-CC-MOVEMENTS-STATUS NOT = "00"
                   AND F-CC-MOVEMENTS-STATUS NOT = "05")
               DISPLAY "No fue posible abrir los archivos de tarjetas ("
                   F-PURCHASES-STATUS "/" F-RECON-STATUS "/"
                   F-CREDIT-CARDS-STATUS "/" F-CC-MOVEMENTS-STATUS
                   "), no se aplica nada"
               CLOSE CREDIT-CARD-MOVEMENTS-FILE
               CLOSE CREDIT-CARDS-FILE
               CLOSE CC-RECON-FILE
               CLOSE CC-PURCHASES-FILE
               MOVE ZERO TO WS-JOB-RECORDS
               MOVE "FAIL" TO WS-JOB-OUTCOME
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               GOBACK
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CC-PURCHASES-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CP-ES-DETALLE
                           PERFORM APLICAR-UN-CONSUMO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CREDIT-CARD-MOVEMENTS-FILE.
           CLOSE CREDIT-CARDS-FILE.
           CLOSE CC-RECON-FILE.
           CLOSE CC-PURCHASES-FILE.

       APLICAR-UN-CONSUMO.
           MOVE CP-CARD TO CCR-NUMBER.

           READ CREDIT-CARDS-FILE
               KEY IS CCR-NUMBER
               INVALID KEY
                   ADD 1 TO UNMATCHED-COUNT
                   MOVE "TARJETA DESCONOCIDA" TO CR-REASON
                   SET CR-UNMATCHED TO TRUE
                   PERFORM GRABAR-CONCILIACION
                   EXIT PARAGRAPH
           END-READ.

           IF CP-ES-COMPRA
               IF CCR-BLOCKED
                   MOVE "TARJETA BLOQUEADA" TO CR-REASON
                   PERFORM RECHAZAR-CONSUMO
                   EXIT PARAGRAPH
               END-IF
               IF CCR-CANCELLED
                   MOVE "TARJETA CANCELADA" TO CR-REASON
                   PERFORM RECHAZAR-CONSUMO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE CREDIT-AVAILABLE =
                   CCR-CREDIT-LIMIT - CCR-BALANCE
               IF CP-AMOUNT > CREDIT-AVAILABLE
                   MOVE "SUPERA LIMITE" TO CR-REASON
                   PERFORM RECHAZAR-CONSUMO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE CP-CARD TO CCM-CARD.
           MOVE WS-TODAY-DATE TO CCM-DATE.
           IF CP-ES-DEVOLUCION
               SET CCM-IS-CREDIT TO TRUE
           ELSE
               SET CCM-IS-PURCHASE TO TRUE
           END-IF.
           MOVE CP-AMOUNT TO CCM-AMOUNT.
           MOVE CP-MERCHANT TO CCM-MERCHANT.
           MOVE CP-REFERENCE TO CCM-REFERENCE.
           MOVE ZERO TO CCM-STATEMENT-DATE.

           SET MOVEMENT-PENDING TO TRUE.
           MOVE ZERO TO CCM-SEQ.

           PERFORM UNTIL MOVEMENT-WRITTEN OR CCM-SEQ = 9999
               ADD 1 TO CCM-SEQ
               WRITE CC-MOVEMENT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MOVEMENT-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           IF MOVEMENT-PENDING
               MOVE "ERROR DE ARCHIVO" TO CR-REASON
               PERFORM RECHAZAR-CONSUMO
               EXIT PARAGRAPH
           END-IF.

           IF CP-ES-DEVOLUCION
               SUBTRACT CP-AMOUNT FROM CCR-BALANCE
               ADD CP-AMOUNT TO REFUNDS-TOTAL
           ELSE
               ADD CP-AMOUNT TO CCR-BALANCE
               ADD CP-AMOUNT TO PURCHASES-TOTAL
           END-IF.

           REWRITE CREDIT-CARD-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: el consumo " CP-REFERENCE
                   " quedó registrado pero no pudo actualizarse "
                   "el saldo de la tarjeta " CP-CARD
           END-REWRITE.

           ADD 1 TO MATCHED-COUNT.
           MOVE SPACES TO CR-REASON.
           SET CR-MATCHED TO TRUE.
           PERFORM GRABAR-CONCILIACION.

       RECHAZAR-CONSUMO.
           ADD 1 TO REJECTED-COUNT.
           SET CR-REJECTED TO TRUE.
           PERFORM GRABAR-CONCILIACION.

           DISPLAY
           "Rechazado: tarjeta " CP-CARD
           " ref " CP-REFERENCE
           " motivo " CR-REASON.

       GRABAR-CONCILIACION.
           MOVE CP-CARD TO CR-CARD.
           MOVE CP-CLASE TO CR-CLASE.
           MOVE CP-AMOUNT TO CR-AMOUNT.
           MOVE CP-REFERENCE TO CR-REFERENCE.

           WRITE CC-RECON-RECORD.

       END PROGRAM credit-card-purchases-run.
