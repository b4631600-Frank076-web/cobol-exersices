       IDENTIFICATION DIVISION.
       PROGRAM-ID. subscription-billing-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTORIAL-FACTURAS
       ASSIGN TO "facturas-historial.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-HISTORIAL.

       SELECT OPTIONAL CONTADOR-FACTURAS
       ASSIGN TO "facturas-counter.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-CONTADOR.

       SELECT OPTIONAL CUENTAS-A-COBRAR
       ASSIGN TO "receivables.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RECV-NUMERO-FACTURA
       FILE STATUS IS ESTADO-COBRAR.

       SELECT OPTIONAL CATALOGO-PRODUCTOS
       ASSIGN TO "productos.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CP-CODIGO-PRODUCTO
       FILE STATUS IS ESTADO-CATALOGO.

       SELECT OPTIONAL STOCK-DEPOSITOS
       ASSIGN TO "stock-depositos.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SD-CLAVE
       FILE STATUS IS ESTADO-STOCK-DEPOSITOS.

       SELECT OPTIONAL COMPONENTES-KIT
       ASSIGN TO "kits.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS KIT-CLAVE
       FILE STATUS IS ESTADO-KITS.

       SELECT SOLICITUDES-CAE
       ASSIGN TO "cae-solicitudes.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-SOLICITUDES.

       SELECT OPTIONAL RECLAMOS
       ASSIGN TO "reclamos.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RECL-FACTURA
       FILE STATUS IS ESTADO-RECLAMOS.

       SELECT OPTIONAL CARTAS
       ASSIGN TO "cartas-reclamo.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-CARTAS.

       COPY "../copylib/physic-subscriptions.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-holders.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIAL-FACTURAS.
       01  REGISTRO-HISTORIAL-FACTURA.
           05  HF-TIPO-REGISTRO PIC X.
               88  HF-ES-CABECERA VALUE 'H'.
               88  HF-ES-DETALLE VALUE 'D'.
           05  HF-NUMERO-FACTURA PIC 9(8).
           05  HF-RESTO PIC X(124).
           05  HF-CABECERA REDEFINES HF-RESTO.
               10  HF-FECHA PIC 9(8).
               10  HF-DNI-CLIENTE PIC 9(8).
               10  HF-SUBTOTAL PIC 9(6).
               10  HF-PORC-DESCUENTO PIC 9(2)V99.
               10  HF-MONTO-DESCUENTO PIC 9(6)V99.
               10  HF-PORC-IMPUESTO PIC 9(2)V99.
               10  HF-MONTO-IMPUESTO PIC 9(6)V99.
               10  HF-TOTAL-FINAL PIC 9(6)V99.
               10  FILLER PIC X(28).
               10  HF-ESTADO-CAE PIC X.
                   88  HF-CAE-PENDIENTE VALUE 'P'.
               10  HF-CAE PIC 9(14).
               10  HF-VENCIMIENTO-CAE PIC 9(8).
               10  HF-VENDEDOR PIC 9(4).
               10  HF-DEPOSITO PIC 9(3).
               10  FILLER PIC X(16).
           05  HF-DETALLE REDEFINES HF-RESTO.
               10  HF-CODIGO-PRODUCTO PIC X(10).
               10  HF-DESCRIPCION-PRODUCTO PIC X(100).
               10  HF-PRECIO-PRODUCTO PIC 9(4).
               10  HF-CANTIDAD-PRODUCTO PIC 9(4).
               10  HF-SUBTOTAL-PRODUCTO PIC 9(6).
               10  HF-COSTO-UNITARIO PIC 9(4).

       FD  CONTADOR-FACTURAS.
       01  REGISTRO-CONTADOR-FACTURAS.
           05  CF-ULTIMA-FACTURA PIC 9(8).

       FD  CUENTAS-A-COBRAR.
       01  REGISTRO-CUENTA-A-COBRAR.
           05  RECV-NUMERO-FACTURA PIC 9(8).
           05  RECV-DNI-CLIENTE PIC 9(8).
           05  RECV-FECHA PIC 9(8).
           05  RECV-TOTAL PIC 9(8)V99.
           05  RECV-PAGADO PIC 9(8)V99.
           05  RECV-RECIBO-PAGO PIC 9(8).

       FD  CATALOGO-PRODUCTOS.
       01  REGISTRO-PRODUCTO-CATALOGO.
           05  CP-CODIGO-PRODUCTO PIC X(10).
           05  CP-DESCRIPCION-PRODUCTO PIC X(100).
           05  CP-PRECIO-PRODUCTO PIC 9(4).
           05  CP-ESTADO-PRODUCTO PIC X.
               88  CP-PRODUCTO-ACTIVO VALUE 'A'.
               88  CP-PRODUCTO-DISCONTINUADO VALUE 'D'.
           05  CP-STOCK-ACTUAL PIC 9(6).
           05  CP-PUNTO-REPEDIDO PIC 9(6).
           05  CP-COSTO-UNITARIO PIC 9(4)V99.

       FD  STOCK-DEPOSITOS.
       01  REGISTRO-STOCK-DEPOSITO.
           05  SD-CLAVE.
               10  SD-DEPOSITO PIC 9(3).
               10  SD-CODIGO-PRODUCTO PIC X(10).
           05  SD-STOCK PIC 9(6).
           05  SD-EN-TRANSITO PIC 9(6).
           05  SD-PUNTO-REPEDIDO PIC 9(6).
           05  FILLER PIC X(10).

       FD  COMPONENTES-KIT.
       01  REGISTRO-COMPONENTE-KIT.
           05  KIT-CLAVE.
               10  KIT-CODIGO-KIT PIC X(10).
               10  KIT-CODIGO-COMPONENTE PIC X(10).
           05  KIT-CANTIDAD PIC 9(4).
           05  FILLER PIC X(10).

       FD  SOLICITUDES-CAE.
       01  REGISTRO-SOLICITUD-CAE.
           05  SOL-NUMERO-FACTURA PIC 9(8).
           05  SOL-FECHA PIC 9(8).
           05  SOL-DNI-CLIENTE PIC 9(8).
           05  SOL-CUIT-CLIENTE PIC 9(11).
           05  SOL-TIPO-CLIENTE PIC X.
           05  SOL-NETO PIC 9(8)V99.
           05  SOL-PORC-IMPUESTO PIC 9(2)V99.
           05  SOL-MONTO-IMPUESTO PIC 9(6)V99.
           05  SOL-TOTAL PIC 9(6)V99.

       FD  RECLAMOS.
       01  REGISTRO-RECLAMO.
           05  RECL-FACTURA PIC 9(8).
           05  RECL-NIVEL PIC 9.
           05  RECL-FECHA PIC 9(8).

       FD  CARTAS.
       01  REGISTRO-CARTA.
           05  CR-FACTURA PIC 9(8).
           05  CR-DNI PIC 9(8).
           05  CR-NIVEL PIC 9.
           05  CR-SALDO PIC 9(8)V99.
           05  CR-FECHA PIC 9(8).

       COPY "../copylib/logic-subscriptions.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-holders.cpy".

       WORKING-STORAGE SECTION.
       01  ESTADO-HISTORIAL PIC XX.
       01  ESTADO-CONTADOR PIC XX.
       01  ESTADO-COBRAR PIC XX.
       01  ESTADO-CATALOGO PIC XX.
       01  ESTADO-STOCK-DEPOSITOS PIC XX.
       01  ESTADO-KITS PIC XX.
       01  ESTADO-SOLICITUDES PIC XX.
       01  ESTADO-RECLAMOS PIC XX.
       01  ESTADO-CARTAS PIC XX.
       01  F-SUBSCRIPTIONS-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-HOLDERS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  SUBSCRIPTION-VALID PIC X.
           88  VALID-SUBSCRIPTION VALUE 'Y'.
           88  INVALID-SUBSCRIPTION VALUE 'N'.

       01  DEBIT-VALID PIC X.
           88  VALID-DEBIT VALUE 'Y'.
           88  INVALID-DEBIT VALUE 'N'.

       01  HOLDER-OK-FLAG PIC X.
           88  HOLDER-OK VALUE 'Y'.
           88  HOLDER-NOT-OK VALUE 'N'.

       01  TABLA-SUSCRIPCIONES.
           05  SUSCRIPCION-A-FACTURAR PIC 9(6) OCCURS 1000 TIMES.
       01  TOTAL-A-FACTURAR PIC 9(4) VALUE ZERO.
       01  SUSCRIPCION-I PIC 9(4).
       01  SUSCRIPCIONES-EXCEDIDAS PIC 9(6) VALUE ZERO.

       01  PRODUCTOS.
           05  PRODUCTO OCCURS 50 TIMES.
               10  CODIGO-PRODUCTO PIC X(10).
               10  DESCRIPCION-PRODUCTO PIC X(100).
               10  PRECIO-PRODUCTO PIC 9(4).
               10  CANTIDAD-PRODUCTO PIC 9(4).
               10  COSTO-PRODUCTO PIC 9(4)V99.
               10  SUBTOTAL-PRODUCTO PIC 9(8).
       01  CANTIDAD-PRODUCTOS PIC 99 VALUE ZERO.
       01  PRODUCTOS-OMITIDOS PIC 99 VALUE ZERO.
       01  I PIC 99.

       01  DNI-CLIENTE-FACTURA PIC 9(8).
       01  CUIT-CLIENTE-FACTURA PIC 9(11).
       01  TIPO-CLIENTE-FACTURA PIC X.
       01  CUENTA-DEBITO PIC 9(8).
       01  VENDEDOR-FACTURA PIC 9(4).
       01  DEPOSITO-PRINCIPAL PIC 9(3) VALUE 1.
       01  CANTIDAD-A-DESCONTAR PIC 9(6).
       01  CODIGO-A-DESCONTAR PIC X(10).
       01  CANTIDAD-PEDIDA PIC 9(8).

       01  COMPONENTES-DEL-KIT.
           05  COMPONENTE-KIT OCCURS 20 TIMES.
               10  CK-CODIGO PIC X(10).
               10  CK-CANTIDAD PIC 9(4).
       01  CANTIDAD-COMPONENTES PIC 99 VALUE ZERO.
       01  K PIC 99.
       01  COSTO-KIT PIC 9(8)V99.
       01  BUSQUEDA-KIT-FLAG PIC X.
           88  FIN-BUSQUEDA VALUE 'S'.
           88  NO-FIN-BUSQUEDA VALUE 'N'.

       01  SUBTOTAL-FACTURA PIC 9(8).
       01  PORCENTAJE-DESCUENTO PIC 9(2)V99.
       01  MONTO-DESCUENTO PIC 9(8)V99.
       01  PORCENTAJE-IMPUESTO PIC 9(2)V99.
       01  MONTO-IMPUESTO PIC 9(8)V99.
       01  TOTAL-FINAL PIC 9(8)V99.
       01  MAX-SUBTOTAL PIC 9(6) VALUE 999999.
       01  MAX-TOTAL PIC 9(6)V99 VALUE 999999.99.

       01  NUMERO-FACTURA PIC 9(8).
       01  ULTIMA-FACTURA PIC 9(8).

       01  MOTIVO-RECHAZO PIC X(30).

       01  INVOICES-ISSUED PIC 9(6) VALUE ZERO.
       01  INVOICES-SKIPPED PIC 9(6) VALUE ZERO.
       01  DEBITS-OK PIC 9(6) VALUE ZERO.
       01  DEBITS-FAILED PIC 9(6) VALUE ZERO.
       01  INVOICED-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  DEBITED-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  OPEN-TOTAL PIC 9(12)V99 VALUE ZERO.

       01  WS-NEXT-DATE.
           05  WS-NEXT-YEAR PIC 9(4).
           05  WS-NEXT-MONTH PIC 9(2).
           05  WS-NEXT-DAY PIC 9(2).
       01  MONTHS-TO-ADD PIC 9(2).

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-ACTIVE-HOLDS PIC 9(8)V99.
       01  WS-RECEIPT-NUMBER PIC 9(8).

       01  WS-POST-TYPE PIC X.
       01  WS-POST-AMOUNT PIC 9(8)V99.
       01  WS-POST-DELTA PIC S9(8)V99.
       01  WS-POST-REF-DATE PIC 9(8).
       01  WS-POST-REF-SEQ PIC 9(4).
       01  WS-POST-RESULT PIC X.
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "SUBSCRIPTION-DEBIT".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-TOTAL-EDIT PIC Z(9)9.99.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "FACTURAS-SUSCRIPCION".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "subscription-billing-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8) VALUE ZERO.
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Facturación de suscripciones ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM SELECCIONAR-SUSCRIPCIONES-VENCIDAS.

           IF TOTAL-A-FACTURAR = ZERO
               DISPLAY "No hay suscripciones a facturar"
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Facturación de suscripciones al " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Susc.  Factura  DNI      Cuenta         Total"
               TO WS-REPORT-LINE(1:45).
           MOVE "Resultado" TO WS-REPORT-LINE(48:9).
           PERFORM EMITIR-LINEA.

           OPEN I-O SUBSCRIPTIONS-FILE.
           OPEN INPUT ACCOUNTS-FILE.

           PERFORM VARYING SUSCRIPCION-I FROM 1 BY 1
               UNTIL SUSCRIPCION-I > TOTAL-A-FACTURAR
               PERFORM FACTURAR-SUSCRIPCION
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE SUBSCRIPTIONS-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE INVOICED-TOTAL TO WS-TOTAL-EDIT.
           STRING "Facturas emitidas: " DELIMITED BY SIZE
               INVOICES-ISSUED DELIMITED BY SIZE
               "  Total facturado: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DEBITED-TOTAL TO WS-TOTAL-EDIT.
           STRING "Debitadas: " DELIMITED BY SIZE
               DEBITS-OK DELIMITED BY SIZE
               " por " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE OPEN-TOTAL TO WS-TOTAL-EDIT.
           STRING "Débito fallido, quedan a cobrar con reclamo: "
               DELIMITED BY SIZE
               DEBITS-FAILED DELIMITED BY SIZE
               " por " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF INVOICES-SKIPPED > ZERO OR SUSCRIPCIONES-EXCEDIDAS > ZERO
               OR DEBITS-FAILED > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Suscripciones no facturadas: "
                   DELIMITED BY SIZE
                   INVOICES-SKIPPED DELIMITED BY SIZE
                   "  Fuera de tabla: " DELIMITED BY SIZE
                   SUSCRIPCIONES-EXCEDIDAS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE INVOICES-ISSUED TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       SELECCIONAR-SUSCRIPCIONES-VENCIDAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT SUBSCRIPTIONS-FILE.

           IF F-SUBSCRIPTIONS-STATUS NOT = "00"
               CLOSE SUBSCRIPTIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ SUBSCRIPTIONS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF SUB-LINE = ZERO AND SUB-ACTIVE
                           AND SUB-NEXT-BILLING <= WS-BUSINESS-DATE
                           PERFORM AGREGAR-SUSCRIPCION-A-FACTURAR
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUBSCRIPTIONS-FILE.

       AGREGAR-SUSCRIPCION-A-FACTURAR.
           IF TOTAL-A-FACTURAR = 1000
               ADD 1 TO SUSCRIPCIONES-EXCEDIDAS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TOTAL-A-FACTURAR.
           MOVE SUB-NUMBER TO SUSCRIPCION-A-FACTURAR(TOTAL-A-FACTURAR).

       FACTURAR-SUSCRIPCION.
           MOVE SUSCRIPCION-A-FACTURAR(SUSCRIPCION-I) TO SUB-NUMBER.
           MOVE ZERO TO SUB-LINE.

           READ SUBSCRIPTIONS-FILE
               KEY IS SUB-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE SUB-CLIENT-DNI TO DNI-CLIENTE-FACTURA.
           MOVE SUB-DEBIT-ACCOUNT TO CUENTA-DEBITO.
           MOVE SUB-DISCOUNT-RATE TO PORCENTAJE-DESCUENTO.
           MOVE SUB-TAX-RATE TO PORCENTAJE-IMPUESTO.
           IF SUB-SALESPERSON IS NUMERIC
               MOVE SUB-SALESPERSON TO VENDEDOR-FACTURA
           ELSE
               MOVE ZERO TO VENDEDOR-FACTURA
           END-IF.

           PERFORM VALIDAR-CLIENTE.

           IF VALID-SUBSCRIPTION
               PERFORM CARGAR-PRODUCTOS-SUSCRIPTOS
           END-IF.

           IF VALID-SUBSCRIPTION
               PERFORM CALCULAR-TOTAL-FINAL
           END-IF.

           IF INVALID-SUBSCRIPTION
               ADD 1 TO INVOICES-SKIPPED
               MOVE SPACES TO WS-REPORT-LINE
               MOVE SUSCRIPCION-A-FACTURAR(SUSCRIPCION-I)
                   TO WS-REPORT-LINE(1:6)
               MOVE "MANUAL" TO WS-REPORT-LINE(8:6)
               MOVE DNI-CLIENTE-FACTURA TO WS-REPORT-LINE(17:8)
               MOVE MOTIVO-RECHAZO TO WS-REPORT-LINE(48:30)
               PERFORM EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF.

           PERFORM DESCONTAR-STOCK-SUSCRIPTO.
           PERFORM ASIGNAR-NUMERO-FACTURA.
           PERFORM GRABAR-HISTORIAL-FACTURA.
           PERFORM GRABAR-SOLICITUD-CAE.

           ADD 1 TO INVOICES-ISSUED.
           ADD TOTAL-FINAL TO INVOICED-TOTAL.

           PERFORM DEBITAR-CUENTA-DEL-CLIENTE.

           PERFORM GRABAR-CUENTA-A-COBRAR.

           IF VALID-DEBIT
               ADD 1 TO DEBITS-OK
               ADD TOTAL-FINAL TO DEBITED-TOTAL
           ELSE
               ADD 1 TO DEBITS-FAILED
               ADD TOTAL-FINAL TO OPEN-TOTAL
               PERFORM INICIAR-RECLAMO
           END-IF.

           PERFORM AVANZAR-PROXIMA-FACTURACION.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE SUSCRIPCION-A-FACTURAR(SUSCRIPCION-I)
               TO WS-REPORT-LINE(1:6).
           MOVE NUMERO-FACTURA TO WS-REPORT-LINE(8:8).
           MOVE DNI-CLIENTE-FACTURA TO WS-REPORT-LINE(17:8).
           MOVE CUENTA-DEBITO TO WS-REPORT-LINE(26:8).
           MOVE TOTAL-FINAL TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(35:11).
           IF VALID-DEBIT
               STRING "DEBITADA comp " DELIMITED BY SIZE
                   WS-RECEIPT-NUMBER DELIMITED BY SIZE
                   INTO WS-REPORT-LINE(48:30)
           ELSE
               MOVE MOTIVO-RECHAZO TO WS-REPORT-LINE(48:30)
           END-IF.
           PERFORM EMITIR-LINEA.

       VALIDAR-CLIENTE.
           SET INVALID-SUBSCRIPTION TO TRUE.
           MOVE ZERO TO CUIT-CLIENTE-FACTURA.
           MOVE SPACE TO TIPO-CLIENTE-FACTURA.

           OPEN INPUT CLIENTS-FILE.

           IF F-STATUS NOT = "00"
               MOVE "PADRON NO DISPONIBLE" TO MOTIVO-RECHAZO
               CLOSE CLIENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE DNI-CLIENTE-FACTURA TO CLIENT-DNI.

           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   MOVE "CLIENTE INEXISTENTE" TO MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF CLIENT-ACTIVE
                       SET VALID-SUBSCRIPTION TO TRUE
                       MOVE CLIENT-TYPE TO TIPO-CLIENTE-FACTURA
                       IF CLIENT-CUIT IS NUMERIC
                           MOVE CLIENT-CUIT TO CUIT-CLIENTE-FACTURA
                       END-IF
                   ELSE
                       MOVE "CLIENTE NO ACTIVO" TO MOTIVO-RECHAZO
                   END-IF
           END-READ.

           CLOSE CLIENTS-FILE.

       CARGAR-PRODUCTOS-SUSCRIPTOS.
           MOVE ZERO TO CANTIDAD-PRODUCTOS.
           MOVE ZERO TO PRODUCTOS-OMITIDOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CATALOGO-PRODUCTOS.

           IF ESTADO-CATALOGO NOT = "00"
               MOVE "CATALOGO NO DISPONIBLE" TO MOTIVO-RECHAZO
               SET INVALID-SUBSCRIPTION TO TRUE
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           MOVE SUSCRIPCION-A-FACTURAR(SUSCRIPCION-I) TO SUB-NUMBER.
           MOVE 1 TO SUB-LINE.

           START SUBSCRIPTIONS-FILE
               KEY IS GREATER THAN OR EQUAL TO SUB-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ SUBSCRIPTIONS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF SUB-NUMBER NOT =
                           SUSCRIPCION-A-FACTURAR(SUSCRIPCION-I)
                           SET F-ENDED TO TRUE
                       ELSE
                           PERFORM CARGAR-UN-PRODUCTO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CATALOGO-PRODUCTOS.

           IF CANTIDAD-PRODUCTOS = ZERO
               MOVE "SIN PRODUCTOS FACTURABLES" TO MOTIVO-RECHAZO
               SET INVALID-SUBSCRIPTION TO TRUE
           END-IF.

       CARGAR-UN-PRODUCTO.
           MOVE SUB-PRODUCT-CODE TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   ADD 1 TO PRODUCTOS-OMITIDOS
                   DISPLAY "Suscripción " SUB-NUMBER ": el producto "
                       SUB-PRODUCT-CODE " no existe, se omite"
                   EXIT PARAGRAPH
           END-READ.

           IF CP-PRODUCTO-DISCONTINUADO
               ADD 1 TO PRODUCTOS-OMITIDOS
               DISPLAY "Suscripción " SUB-NUMBER ": el producto "
                   SUB-PRODUCT-CODE " está discontinuado, se omite"
               EXIT PARAGRAPH
           END-IF.

           IF CANTIDAD-PRODUCTOS = 50
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CANTIDAD-PRODUCTOS.
           MOVE CP-CODIGO-PRODUCTO
               TO CODIGO-PRODUCTO(CANTIDAD-PRODUCTOS).
           MOVE CP-DESCRIPCION-PRODUCTO
               TO DESCRIPCION-PRODUCTO(CANTIDAD-PRODUCTOS).
           MOVE CP-PRECIO-PRODUCTO
               TO PRECIO-PRODUCTO(CANTIDAD-PRODUCTOS).
           MOVE SUB-QUANTITY TO CANTIDAD-PRODUCTO(CANTIDAD-PRODUCTOS).
           MOVE CP-COSTO-UNITARIO TO COSTO-PRODUCTO(CANTIDAD-PRODUCTOS).

       CALCULAR-TOTAL-FINAL.
           MOVE ZERO TO SUBTOTAL-FACTURA.

           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-PRODUCTOS
               COMPUTE SUBTOTAL-PRODUCTO(I) =
                   PRECIO-PRODUCTO(I) * CANTIDAD-PRODUCTO(I)
               ADD SUBTOTAL-PRODUCTO(I) TO SUBTOTAL-FACTURA
           END-PERFORM.

           COMPUTE MONTO-DESCUENTO =
               SUBTOTAL-FACTURA * PORCENTAJE-DESCUENTO / 100.

           COMPUTE MONTO-IMPUESTO =
               (SUBTOTAL-FACTURA - MONTO-DESCUENTO) *
               PORCENTAJE-IMPUESTO / 100.

           COMPUTE TOTAL-FINAL =
               SUBTOTAL-FACTURA - MONTO-DESCUENTO + MONTO-IMPUESTO.

           IF SUBTOTAL-FACTURA > MAX-SUBTOTAL
               OR TOTAL-FINAL > MAX-TOTAL
               MOVE "EXCEDE EL FORMATO DE FACTURA" TO MOTIVO-RECHAZO
               SET INVALID-SUBSCRIPTION TO TRUE
           END-IF.

       DESCONTAR-STOCK-SUSCRIPTO.
           OPEN I-O CATALOGO-PRODUCTOS.
           OPEN I-O STOCK-DEPOSITOS.
           OPEN INPUT COMPONENTES-KIT.

           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-PRODUCTOS
               PERFORM CARGAR-COMPONENTES-KIT
               IF CANTIDAD-COMPONENTES > ZERO
                   PERFORM DESCONTAR-COMPONENTES-KIT
               ELSE
                   PERFORM DESCONTAR-PRODUCTO-SIMPLE
               END-IF
           END-PERFORM.

           CLOSE COMPONENTES-KIT.
           CLOSE STOCK-DEPOSITOS.
           CLOSE CATALOGO-PRODUCTOS.

       DESCONTAR-PRODUCTO-SIMPLE.
           MOVE CODIGO-PRODUCTO(I) TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE CODIGO-PRODUCTO(I) TO CODIGO-A-DESCONTAR.
           MOVE CANTIDAD-PRODUCTO(I) TO CANTIDAD-PEDIDA.

           PERFORM DESCONTAR-STOCK.

       CARGAR-COMPONENTES-KIT.
           MOVE ZERO TO CANTIDAD-COMPONENTES.

           IF ESTADO-KITS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE CODIGO-PRODUCTO(I) TO KIT-CODIGO-KIT.
           MOVE LOW-VALUES TO KIT-CODIGO-COMPONENTE.

           START COMPONENTES-KIT
               KEY IS GREATER THAN OR EQUAL TO KIT-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           SET NO-FIN-BUSQUEDA TO TRUE.

           PERFORM LEER-COMPONENTE-KIT UNTIL FIN-BUSQUEDA.

       LEER-COMPONENTE-KIT.
           READ COMPONENTES-KIT NEXT RECORD
               AT END
                   SET FIN-BUSQUEDA TO TRUE
                   EXIT PARAGRAPH
           END-READ.

           IF KIT-CODIGO-KIT NOT = CODIGO-PRODUCTO(I)
               OR CANTIDAD-COMPONENTES >= 20
               SET FIN-BUSQUEDA TO TRUE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CANTIDAD-COMPONENTES.
           MOVE KIT-CODIGO-COMPONENTE
               TO CK-CODIGO(CANTIDAD-COMPONENTES).
           MOVE KIT-CANTIDAD TO CK-CANTIDAD(CANTIDAD-COMPONENTES).

       DESCONTAR-COMPONENTES-KIT.
           MOVE ZERO TO COSTO-KIT.

           PERFORM DESCONTAR-UN-COMPONENTE
               VARYING K FROM 1 BY 1
               UNTIL K > CANTIDAD-COMPONENTES.

           IF COSTO-KIT > 9999.99
               MOVE 9999.99 TO COSTO-PRODUCTO(I)
           ELSE
               MOVE COSTO-KIT TO COSTO-PRODUCTO(I)
           END-IF.

       DESCONTAR-UN-COMPONENTE.
           MOVE CK-CODIGO(K) TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: el componente " CK-CODIGO(K)
                   " del kit " CODIGO-PRODUCTO(I)
                   " no está en el catálogo"
                   EXIT PARAGRAPH
           END-READ.

           COMPUTE COSTO-KIT =
               COSTO-KIT + CP-COSTO-UNITARIO * CK-CANTIDAD(K).

           MOVE CK-CODIGO(K) TO CODIGO-A-DESCONTAR.
           COMPUTE CANTIDAD-PEDIDA =
               CK-CANTIDAD(K) * CANTIDAD-PRODUCTO(I).

           PERFORM DESCONTAR-STOCK.

       DESCONTAR-STOCK.
           IF ESTADO-STOCK-DEPOSITOS = "00"
               PERFORM DESCONTAR-STOCK-DEPOSITO
           ELSE
               MOVE CP-STOCK-ACTUAL TO CANTIDAD-A-DESCONTAR
               IF CANTIDAD-PEDIDA > CP-STOCK-ACTUAL
                   DISPLAY
                   "ATENCIÓN: la cantidad suscripta de "
                   CP-CODIGO-PRODUCTO " supera el stock "
                   "disponible (" CP-STOCK-ACTUAL ")"
               ELSE
                   MOVE CANTIDAD-PEDIDA TO CANTIDAD-A-DESCONTAR
               END-IF
           END-IF.

           IF CANTIDAD-A-DESCONTAR >= CP-STOCK-ACTUAL
               MOVE ZERO TO CP-STOCK-ACTUAL
           ELSE
               SUBTRACT CANTIDAD-A-DESCONTAR FROM CP-STOCK-ACTUAL
           END-IF.

           REWRITE REGISTRO-PRODUCTO-CATALOGO
               INVALID KEY
                   DISPLAY
                   "No fue posible descontar el stock del producto "
                   CP-CODIGO-PRODUCTO
           END-REWRITE.

       DESCONTAR-STOCK-DEPOSITO.
           MOVE ZERO TO CANTIDAD-A-DESCONTAR.

           MOVE DEPOSITO-PRINCIPAL TO SD-DEPOSITO.
           MOVE CODIGO-A-DESCONTAR TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: " CP-CODIGO-PRODUCTO " no tiene stock "
                   "en el depósito principal"
                   EXIT PARAGRAPH
           END-READ.

           IF CANTIDAD-PEDIDA > SD-STOCK
               DISPLAY
               "ATENCIÓN: la cantidad suscripta de "
               CP-CODIGO-PRODUCTO " supera el stock del depósito "
               "principal (" SD-STOCK ")"
               MOVE SD-STOCK TO CANTIDAD-A-DESCONTAR
           ELSE
               MOVE CANTIDAD-PEDIDA TO CANTIDAD-A-DESCONTAR
           END-IF.

           SUBTRACT CANTIDAD-A-DESCONTAR FROM SD-STOCK.

           REWRITE REGISTRO-STOCK-DEPOSITO
               INVALID KEY
                   DISPLAY
                   "No fue posible descontar el stock del depósito "
                   "principal de " CP-CODIGO-PRODUCTO
                   MOVE ZERO TO CANTIDAD-A-DESCONTAR
           END-REWRITE.

       ASIGNAR-NUMERO-FACTURA.
           MOVE ZERO TO ULTIMA-FACTURA.

           OPEN INPUT CONTADOR-FACTURAS.

           IF ESTADO-CONTADOR = "00"
               READ CONTADOR-FACTURAS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CF-ULTIMA-FACTURA TO ULTIMA-FACTURA
               END-READ
           END-IF.

           CLOSE CONTADOR-FACTURAS.

           COMPUTE NUMERO-FACTURA = ULTIMA-FACTURA + 1.

           OPEN OUTPUT CONTADOR-FACTURAS.
           MOVE NUMERO-FACTURA TO CF-ULTIMA-FACTURA.
           WRITE REGISTRO-CONTADOR-FACTURAS.
           CLOSE CONTADOR-FACTURAS.

       GRABAR-HISTORIAL-FACTURA.
           OPEN EXTEND HISTORIAL-FACTURAS.
           IF ESTADO-HISTORIAL = "35"
               OPEN OUTPUT HISTORIAL-FACTURAS
               CLOSE HISTORIAL-FACTURAS
               OPEN EXTEND HISTORIAL-FACTURAS
           END-IF.

           MOVE SPACES TO HF-RESTO.
           SET HF-ES-CABECERA TO TRUE.
           MOVE NUMERO-FACTURA TO HF-NUMERO-FACTURA.
           MOVE WS-BUSINESS-DATE TO HF-FECHA.
           MOVE DNI-CLIENTE-FACTURA TO HF-DNI-CLIENTE.
           MOVE SUBTOTAL-FACTURA TO HF-SUBTOTAL.
           MOVE PORCENTAJE-DESCUENTO TO HF-PORC-DESCUENTO.
           MOVE MONTO-DESCUENTO TO HF-MONTO-DESCUENTO.
           MOVE PORCENTAJE-IMPUESTO TO HF-PORC-IMPUESTO.
           MOVE MONTO-IMPUESTO TO HF-MONTO-IMPUESTO.
           MOVE TOTAL-FINAL TO HF-TOTAL-FINAL.
           SET HF-CAE-PENDIENTE TO TRUE.
           MOVE ZERO TO HF-CAE.
           MOVE ZERO TO HF-VENCIMIENTO-CAE.
           MOVE VENDEDOR-FACTURA TO HF-VENDEDOR.
           MOVE DEPOSITO-PRINCIPAL TO HF-DEPOSITO.
           WRITE REGISTRO-HISTORIAL-FACTURA.

           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-PRODUCTOS
               MOVE SPACES TO HF-RESTO
               SET HF-ES-DETALLE TO TRUE
               MOVE NUMERO-FACTURA TO HF-NUMERO-FACTURA
               MOVE CODIGO-PRODUCTO(I) TO HF-CODIGO-PRODUCTO
               MOVE DESCRIPCION-PRODUCTO(I) TO HF-DESCRIPCION-PRODUCTO
               MOVE PRECIO-PRODUCTO(I) TO HF-PRECIO-PRODUCTO
               MOVE CANTIDAD-PRODUCTO(I) TO HF-CANTIDAD-PRODUCTO
               MOVE SUBTOTAL-PRODUCTO(I) TO HF-SUBTOTAL-PRODUCTO
               COMPUTE HF-COSTO-UNITARIO ROUNDED =
                   COSTO-PRODUCTO(I)
               WRITE REGISTRO-HISTORIAL-FACTURA
           END-PERFORM.

           CLOSE HISTORIAL-FACTURAS.

       GRABAR-SOLICITUD-CAE.
           OPEN EXTEND SOLICITUDES-CAE.
           IF ESTADO-SOLICITUDES = "35"
               OPEN OUTPUT SOLICITUDES-CAE
               CLOSE SOLICITUDES-CAE
               OPEN EXTEND SOLICITUDES-CAE
           END-IF.

           MOVE NUMERO-FACTURA TO SOL-NUMERO-FACTURA.
           MOVE WS-BUSINESS-DATE TO SOL-FECHA.
           MOVE DNI-CLIENTE-FACTURA TO SOL-DNI-CLIENTE.
           MOVE CUIT-CLIENTE-FACTURA TO SOL-CUIT-CLIENTE.
           MOVE TIPO-CLIENTE-FACTURA TO SOL-TIPO-CLIENTE.
           COMPUTE SOL-NETO = SUBTOTAL-FACTURA - MONTO-DESCUENTO.
           MOVE PORCENTAJE-IMPUESTO TO SOL-PORC-IMPUESTO.
           MOVE MONTO-IMPUESTO TO SOL-MONTO-IMPUESTO.
           MOVE TOTAL-FINAL TO SOL-TOTAL.
           WRITE REGISTRO-SOLICITUD-CAE.

           CLOSE SOLICITUDES-CAE.

       DEBITAR-CUENTA-DEL-CLIENTE.
           SET INVALID-DEBIT TO TRUE.
           MOVE ZERO TO WS-RECEIPT-NUMBER.
           MOVE CUENTA-DEBITO TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO MOTIVO-RECHAZO
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ACCOUNT-ACTIVE
               MOVE "CUENTA NO ACTIVA" TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDATE-ACCOUNT-HOLDER.

           IF HOLDER-NOT-OK
               MOVE "CUENTA DE OTRO TITULAR" TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/active-holds"
               USING ACCOUNT-KEY WS-BUSINESS-DATE WS-ACTIVE-HOLDS.

           IF TOTAL-FINAL >
               ACCOUNT-BILL + ACCOUNT-OVERDRAFT-LIMIT
               - WS-ACTIVE-HOLDS
               MOVE "SALDO INSUFICIENTE" TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'W' TO WS-POST-TYPE.
           MOVE TOTAL-FINAL TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = ZERO - TOTAL-FINAL.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING CUENTA-DEBITO WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               MOVE "ERROR DE ARCHIVO" TO MOTIVO-RECHAZO
               MOVE ZERO TO WS-RECEIPT-NUMBER
               EXIT PARAGRAPH
           END-IF.

           SET VALID-DEBIT TO TRUE.

           MOVE CUENTA-DEBITO TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Factura: " DELIMITED BY SIZE
               NUMERO-FACTURA DELIMITED BY SIZE
               " Susc: " DELIMITED BY SIZE
               SUB-NUMBER DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           STRING "Monto: " DELIMITED BY SIZE
               TOTAL-FINAL DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       VALIDATE-ACCOUNT-HOLDER.
           SET HOLDER-NOT-OK TO TRUE.

           IF ACCOUNT-CLIENT-DNI = DNI-CLIENTE-FACTURA
               SET HOLDER-OK TO TRUE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT HOLDERS-FILE.

           IF F-HOLDERS-STATUS = "00"
               MOVE CUENTA-DEBITO TO HOLDER-ACCOUNT-KEY
               MOVE DNI-CLIENTE-FACTURA TO HOLDER-DNI
               READ HOLDERS-FILE
                   KEY IS HOLDER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HOLDER-OK TO TRUE
               END-READ
           END-IF.

           CLOSE HOLDERS-FILE.

       GRABAR-CUENTA-A-COBRAR.
           OPEN I-O CUENTAS-A-COBRAR.

           MOVE NUMERO-FACTURA TO RECV-NUMERO-FACTURA.
           MOVE DNI-CLIENTE-FACTURA TO RECV-DNI-CLIENTE.
           MOVE WS-BUSINESS-DATE TO RECV-FECHA.
           MOVE TOTAL-FINAL TO RECV-TOTAL.

           IF VALID-DEBIT
               MOVE TOTAL-FINAL TO RECV-PAGADO
               MOVE WS-RECEIPT-NUMBER TO RECV-RECIBO-PAGO
           ELSE
               MOVE ZERO TO RECV-PAGADO
               MOVE ZERO TO RECV-RECIBO-PAGO
           END-IF.

           WRITE REGISTRO-CUENTA-A-COBRAR
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: no fue posible registrar la cuenta a "
                   "cobrar de la factura " NUMERO-FACTURA
           END-WRITE.

           CLOSE CUENTAS-A-COBRAR.

       INICIAR-RECLAMO.
           OPEN I-O RECLAMOS.

           MOVE NUMERO-FACTURA TO RECL-FACTURA.
           MOVE 1 TO RECL-NIVEL.
           MOVE WS-BUSINESS-DATE TO RECL-FECHA.

           WRITE REGISTRO-RECLAMO
               INVALID KEY
                   REWRITE REGISTRO-RECLAMO
                       INVALID KEY
                           DISPLAY
                           "No fue posible iniciar el reclamo de "
                           "la factura " RECL-FACTURA
                   END-REWRITE
           END-WRITE.

           CLOSE RECLAMOS.

           OPEN EXTEND CARTAS.

           MOVE NUMERO-FACTURA TO CR-FACTURA.
           MOVE DNI-CLIENTE-FACTURA TO CR-DNI.
           MOVE 1 TO CR-NIVEL.
           MOVE TOTAL-FINAL TO CR-SALDO.
           MOVE WS-BUSINESS-DATE TO CR-FECHA.

           WRITE REGISTRO-CARTA.

           CLOSE CARTAS.

       AVANZAR-PROXIMA-FACTURACION.
           MOVE SUSCRIPCION-A-FACTURAR(SUSCRIPCION-I) TO SUB-NUMBER.
           MOVE ZERO TO SUB-LINE.

           READ SUBSCRIPTIONS-FILE
               KEY IS SUB-KEY
               INVALID KEY
                   DISPLAY "ATENCIÓN: no fue posible actualizar la "
                       "suscripción " SUB-NUMBER
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
               WHEN SUB-BIMONTHLY
                   MOVE 2 TO MONTHS-TO-ADD
               WHEN SUB-QUARTERLY
                   MOVE 3 TO MONTHS-TO-ADD
               WHEN SUB-HALF-YEARLY
                   MOVE 6 TO MONTHS-TO-ADD
               WHEN SUB-YEARLY
                   MOVE 12 TO MONTHS-TO-ADD
               WHEN OTHER
                   MOVE 1 TO MONTHS-TO-ADD
           END-EVALUATE.

           MOVE SUB-NEXT-BILLING TO WS-NEXT-DATE.
           ADD MONTHS-TO-ADD TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH > 12
               SUBTRACT 12 FROM WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           END-IF.
           IF WS-NEXT-DAY > 28
               MOVE 28 TO WS-NEXT-DAY
           END-IF.
           MOVE WS-NEXT-DATE TO SUB-NEXT-BILLING.

           MOVE NUMERO-FACTURA TO SUB-LAST-INVOICE.
           IF VALID-DEBIT
               SET SUB-DEBIT-OK TO TRUE
           ELSE
               SET SUB-DEBIT-FAILED TO TRUE
           END-IF.

           REWRITE SUBSCRIPTION-RECORD
               INVALID KEY
                   DISPLAY "ATENCIÓN: no fue posible actualizar la "
                       "suscripción " SUB-NUMBER
           END-REWRITE.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM subscription-billing-run.
