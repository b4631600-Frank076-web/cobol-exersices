       IDENTIFICATION DIVISION.
       PROGRAM-ID. fx-open-position-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-fx-position.cpy".
       COPY "../copylib/physic-fx-deals.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-fx-position.cpy".
       COPY "../copylib/logic-fx-deals.cpy".

       WORKING-STORAGE SECTION.
       01  F-FX-POSITION-STATUS PIC XX.
       01  F-FX-DEALS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  WS-RATE-PAIR PIC X(6) VALUE "USDARS".
       01  WS-RATE-DATE PIC 9(8).
       01  DAY-RATE PIC 9(6)V99.
       01  WS-RATE-FOUND PIC X.
           88  RATE-OK VALUE 'Y'.
           88  RATE-MISSING VALUE 'N'.

       01  CUSTOMER-BOUGHT PIC 9(12)V99 VALUE ZERO.
       01  CUSTOMER-SOLD PIC 9(12)V99 VALUE ZERO.
       01  CUSTOMER-RESULT PIC S9(12)V99 VALUE ZERO.
       01  TREASURY-BOUGHT PIC 9(12)V99 VALUE ZERO.
       01  TREASURY-SOLD PIC 9(12)V99 VALUE ZERO.
       01  TREASURY-RESULT PIC S9(12)V99 VALUE ZERO.
       01  NET-POSITION PIC S9(12)V99.
       01  TOTAL-RESULT PIC S9(12)V99.
       01  ROW-NET PIC S9(12)V99.
       01  ROW-RESULT PIC S9(12)V99.
       01  BRANCH-ROWS PIC 9(4) VALUE ZERO.
       01  DEAL-ROWS PIC 9(4) VALUE ZERO.
       01  UNCONFIRMED-DEALS PIC 9(4) VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-USD-EDIT PIC Z(9)9.99.
       01  WS-NET-EDIT PIC -Z(9)9.99.
       01  WS-RESULT-EDIT PIC -Z(11)9.99.
       01  WS-RATE-EDIT PIC Z(5)9.9999.
       01  WS-POSITION-TEXT PIC X(8).

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "POSICION-CAMBIOS".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "fx-open-position-report".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8) VALUE ZERO.
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE WS-BUSINESS-DATE TO WS-RATE-DATE.

           CALL "./common/exchange-rate"
               USING WS-RATE-PAIR WS-RATE-DATE
               DAY-RATE WS-RATE-FOUND.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Posicion neta de cambios en USD al "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           IF RATE-OK
               STRING "Cotizacion del dia USDARS: " DELIMITED BY SIZE
                   DAY-RATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               MOVE
               "Sin cotizacion del dia: no se calculan resultados"
               TO WS-REPORT-LINE
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "Operaciones con clientes por sucursal"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Suc" TO WS-REPORT-LINE(1:3).
           MOVE "Compras" TO WS-REPORT-LINE(11:7).
           MOVE "Ventas" TO WS-REPORT-LINE(26:6).
           MOVE "Neto" TO WS-REPORT-LINE(42:4).
           MOVE "Resultado" TO WS-REPORT-LINE(55:9).
           PERFORM EMITIR-LINEA.

           PERFORM LISTAR-FLUJOS-DE-CLIENTES.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "Operaciones de la mesa de dinero"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Boleto S Ent" TO WS-REPORT-LINE(1:12).
           MOVE "Importe" TO WS-REPORT-LINE(20:7).
           MOVE "T.Cambio" TO WS-REPORT-LINE(31:8).
           MOVE "Valor" TO WS-REPORT-LINE(40:5).
           MOVE "Resultado Estado" TO WS-REPORT-LINE(55:16).
           PERFORM EMITIR-LINEA.

           PERFORM LISTAR-OPERACIONES-DE-MESA.

           PERFORM EMITIR-RESUMEN.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           COMPUTE WS-JOB-RECORDS = BRANCH-ROWS + DEAL-ROWS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       LISTAR-FLUJOS-DE-CLIENTES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT FX-POSITION-FILE.

           IF F-FX-POSITION-STATUS NOT = "00"
               CLOSE FX-POSITION-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ FX-POSITION-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF FXP-DATE = WS-BUSINESS-DATE
                           AND FXP-CURRENCY = "USD"
                           PERFORM EMITIR-FLUJO-DE-SUCURSAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FX-POSITION-FILE.

           IF BRANCH-ROWS = ZERO
               MOVE "  Sin operaciones de cambio con clientes"
                   TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

       EMITIR-FLUJO-DE-SUCURSAL.
           ADD 1 TO BRANCH-ROWS.
           ADD FXP-BOUGHT TO CUSTOMER-BOUGHT.
           ADD FXP-SOLD TO CUSTOMER-SOLD.

           COMPUTE ROW-NET = FXP-BOUGHT - FXP-SOLD.

           MOVE ZERO TO ROW-RESULT.
           IF RATE-OK
               COMPUTE ROW-RESULT ROUNDED =
                   FXP-BOUGHT * DAY-RATE - FXP-BOUGHT-ARS
                   + FXP-SOLD-ARS - FXP-SOLD * DAY-RATE
               ADD ROW-RESULT TO CUSTOMER-RESULT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE FXP-BRANCH TO WS-REPORT-LINE(1:3).
           MOVE FXP-BOUGHT TO WS-USD-EDIT.
           MOVE WS-USD-EDIT TO WS-REPORT-LINE(5:13).
           MOVE FXP-SOLD TO WS-USD-EDIT.
           MOVE WS-USD-EDIT TO WS-REPORT-LINE(19:13).
           MOVE ROW-NET TO WS-NET-EDIT.
           MOVE WS-NET-EDIT TO WS-REPORT-LINE(32:14).
           IF RATE-OK
               MOVE ROW-RESULT TO WS-RESULT-EDIT
               MOVE WS-RESULT-EDIT TO WS-REPORT-LINE(48:16)
           END-IF.
           PERFORM EMITIR-LINEA.

       LISTAR-OPERACIONES-DE-MESA.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT FX-DEALS-FILE.

           IF F-FX-DEALS-STATUS NOT = "00"
               CLOSE FX-DEALS-FILE
               MOVE "  Sin operaciones concertadas por la mesa"
                   TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ FX-DEALS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF DEAL-TRADE-DATE = WS-BUSINESS-DATE
                           AND NOT DEAL-REJECTED
                           PERFORM EMITIR-OPERACION-DE-MESA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FX-DEALS-FILE.

           IF DEAL-ROWS = ZERO
               MOVE "  Sin operaciones concertadas por la mesa"
                   TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

       EMITIR-OPERACION-DE-MESA.
           ADD 1 TO DEAL-ROWS.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DEAL-ID TO WS-REPORT-LINE(1:6).
           IF DEAL-BUYS-USD
               MOVE "C" TO WS-REPORT-LINE(8:1)
           ELSE
               MOVE "V" TO WS-REPORT-LINE(8:1)
           END-IF.
           MOVE DEAL-COUNTERPARTY-CODE TO WS-REPORT-LINE(10:3).
           MOVE DEAL-USD-AMOUNT TO WS-USD-EDIT.
           MOVE WS-USD-EDIT TO WS-REPORT-LINE(14:13).
           MOVE DEAL-RATE TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT TO WS-REPORT-LINE(28:11).
           MOVE DEAL-VALUE-DATE TO WS-REPORT-LINE(40:8).

           IF DEAL-PENDING
               ADD 1 TO UNCONFIRMED-DEALS
               MOVE "SIN CONF." TO WS-REPORT-LINE(65:9)
               PERFORM EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF.

           IF DEAL-BUYS-USD
               ADD DEAL-USD-AMOUNT TO TREASURY-BOUGHT
           ELSE
               ADD DEAL-USD-AMOUNT TO TREASURY-SOLD
           END-IF.

           IF RATE-OK
               IF DEAL-BUYS-USD
                   COMPUTE ROW-RESULT ROUNDED =
                       DEAL-USD-AMOUNT * DAY-RATE - DEAL-ARS-AMOUNT
               ELSE
                   COMPUTE ROW-RESULT ROUNDED =
                       DEAL-ARS-AMOUNT - DEAL-USD-AMOUNT * DAY-RATE
               END-IF
               ADD ROW-RESULT TO TREASURY-RESULT
               MOVE ROW-RESULT TO WS-RESULT-EDIT
               MOVE WS-RESULT-EDIT TO WS-REPORT-LINE(48:16)
           END-IF.

           IF DEAL-SETTLED
               MOVE "LIQUIDADO" TO WS-REPORT-LINE(65:9)
           ELSE
               MOVE "CONFIRM." TO WS-REPORT-LINE(65:9)
           END-IF.
           PERFORM EMITIR-LINEA.

       EMITIR-RESUMEN.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           COMPUTE ROW-NET = CUSTOMER-BOUGHT - CUSTOMER-SOLD.
           MOVE ROW-NET TO WS-NET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Neto clientes (USD):        " DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           COMPUTE ROW-NET = TREASURY-BOUGHT - TREASURY-SOLD.
           MOVE ROW-NET TO WS-NET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Neto mesa de dinero (USD):  " DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           COMPUTE NET-POSITION = CUSTOMER-BOUGHT - CUSTOMER-SOLD
               + TREASURY-BOUGHT - TREASURY-SOLD.

           EVALUATE TRUE
               WHEN NET-POSITION > ZERO
                   MOVE "COMPRADA" TO WS-POSITION-TEXT
               WHEN NET-POSITION < ZERO
                   MOVE "VENDIDA" TO WS-POSITION-TEXT
               WHEN OTHER
                   MOVE "CALZADA" TO WS-POSITION-TEXT
           END-EVALUATE.

           MOVE NET-POSITION TO WS-NET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Posicion neta abierta (USD):" DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-POSITION-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF RATE-OK
               MOVE CUSTOMER-RESULT TO WS-RESULT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Resultado clientes (ARS):   " DELIMITED BY SIZE
                   WS-RESULT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA

               MOVE TREASURY-RESULT TO WS-RESULT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Resultado mesa (ARS):       " DELIMITED BY SIZE
                   WS-RESULT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA

               COMPUTE TOTAL-RESULT = CUSTOMER-RESULT + TREASURY-RESULT
               MOVE TOTAL-RESULT TO WS-RESULT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Resultado realizado (ARS):  " DELIMITED BY SIZE
                   WS-RESULT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

           IF UNCONFIRMED-DEALS > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Boletos sin confirmar (fuera de la posicion): "
                   DELIMITED BY SIZE
                   UNCONFIRMED-DEALS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM fx-open-position-report.
