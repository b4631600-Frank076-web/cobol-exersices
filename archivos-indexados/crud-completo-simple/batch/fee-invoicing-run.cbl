       IDENTIFICATION DIVISION.
       PROGRAM-ID. fee-invoicing-run.

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

       COPY "../copylib/physic-fee-invoices.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-transactions.cpy".

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
               10  HF-ORIGEN PIC X.
                   88  HF-ES-FACTURA-BANCARIA VALUE 'B'.
               10  HF-NETO-GRAVADO PIC 9(8)V99.
               10  HF-CUIT-CLIENTE PIC 9(11).
               10  HF-PERIODO PIC 9(6).
               10  FILLER PIC X(46).
           05  HF-DETALLE REDEFINES HF-RESTO.
               10  HF-CODIGO-PRODUCTO PIC X(10).
               10  HF-DESCRIPCION-PRODUCTO PIC X(100).
               10  HF-CARGO-BANCARIO REDEFINES
                   HF-DESCRIPCION-PRODUCTO.
                   15  HF-DESCRIPCION-CARGO PIC X(60).
                   15  HF-NETO-CARGO PIC 9(8)V99.
                   15  HF-IMPORTE-CARGO PIC 9(8)V99.
                   15  FILLER PIC X(20).
               10  HF-PRECIO-PRODUCTO PIC 9(4).
               10  HF-CANTIDAD-PRODUCTO PIC 9(4).
               10  HF-SUBTOTAL-PRODUCTO PIC 9(6).

       FD  CONTADOR-FACTURAS.
       01  REGISTRO-CONTADOR-FACTURAS.
           05  CF-ULTIMA-FACTURA PIC 9(8).

       COPY "../copylib/logic-fee-invoices.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-transactions.cpy".

       WORKING-STORAGE SECTION.
       01  ESTADO-HISTORIAL PIC XX.
       01  ESTADO-CONTADOR PIC XX.
       01  F-FEE-INVOICES-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  LEDGER-EOF-FLAG PIC X.
           88  LEDGER-ENDED VALUE 'Y'.
           88  LEDGER-NOT-ENDED VALUE 'N'.

       01  INVOICE-PERIOD PIC 9(6).
       01  PERIOD-FROM PIC 9(8).
       01  PERIOD-TO PIC 9(8).

       01  VAT-RATE PIC 9(2)V99 VALUE 21.00.

       01  TABLA-EMPRESAS.
           05  EMPRESA-ENTRY OCCURS 500 TIMES.
               10  TE-DNI PIC 9(8).
               10  TE-CUIT PIC 9(11).
               10  TE-NAME PIC X(30).
               10  TE-ALREADY-INVOICED PIC X.
       01  TOTAL-EMPRESAS PIC 9(4) VALUE ZERO.
       01  EMPRESA-I PIC 9(4).
       01  EMPRESA-ACTUAL PIC 9(4).

       01  TABLA-CARGOS.
           05  CARGO-ENTRY OCCURS 2000 TIMES.
               10  TC-EMPRESA PIC 9(4).
               10  TC-TYPE PIC X.
               10  TC-REASON-CODE PIC X(4).
               10  TC-MEMO PIC X(40).
               10  TC-COUNT PIC 9(4).
               10  TC-AMOUNT PIC 9(10)V99.
       01  TOTAL-CARGOS PIC 9(4) VALUE ZERO.
       01  CARGO-I PIC 9(4).
       01  CARGO-FOUND-FLAG PIC X.
           88  CARGO-FOUND VALUE 'Y'.
           88  CARGO-NOT-FOUND VALUE 'N'.
       01  CARGOS-DESCARTADOS PIC 9(6) VALUE ZERO.

       01  INVOICE-LINES PIC 9(4).
       01  INVOICE-CHARGES PIC 9(4).
       01  INVOICE-TOTAL PIC 9(10)V99.
       01  INVOICE-NET PIC 9(10)V99.
       01  INVOICE-VAT PIC 9(10)V99.
       01  LINE-NET PIC 9(10)V99.
       01  MAX-INVOICE-TOTAL PIC 9(6)V99 VALUE 999999.99.
       01  MAX-INVOICE-LINES PIC 9(4) VALUE 20.

       01  NUMERO-FACTURA PIC 9(8).
       01  ULTIMA-FACTURA PIC 9(8).

       01  INVOICES-ISSUED PIC 9(6) VALUE ZERO.
       01  INVOICES-SKIPPED PIC 9(6) VALUE ZERO.
       01  INVOICED-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  INVOICED-VAT PIC 9(12)V99 VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-TOTAL-EDIT PIC Z(9)9.99.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "FACTURAS-COMISIONES".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "fee-invoicing-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8) VALUE ZERO.
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Facturación mensual de comisiones ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE WS-BUSINESS-DATE(1:6) TO INVOICE-PERIOD.
           COMPUTE PERIOD-FROM = INVOICE-PERIOD * 100 + 1.
           COMPUTE PERIOD-TO = INVOICE-PERIOD * 100 + 31.

           PERFORM CARGAR-EMPRESAS.

           IF TOTAL-EMPRESAS = ZERO
               DISPLAY "No hay clientes empresa a facturar"
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM MARCAR-EMPRESAS-YA-FACTURADAS.

           PERFORM ACUMULAR-CARGOS-DEL-PERIODO.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Facturas de comisiones a empresas - periodo "
               DELIMITED BY SIZE
               INVOICE-PERIOD DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Factura  DNI      CUIT        Razon social" TO
               WS-REPORT-LINE(1:42).
           MOVE "IVA       Total" TO WS-REPORT-LINE(58:15).
           PERFORM EMITIR-LINEA.

           PERFORM VARYING EMPRESA-I FROM 1 BY 1
               UNTIL EMPRESA-I > TOTAL-EMPRESAS
               IF TE-ALREADY-INVOICED(EMPRESA-I) = 'N'
                   MOVE EMPRESA-I TO EMPRESA-ACTUAL
                   PERFORM FACTURAR-EMPRESA
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE INVOICED-TOTAL TO WS-TOTAL-EDIT.
           STRING "Facturas emitidas: " DELIMITED BY SIZE
               INVOICES-ISSUED DELIMITED BY SIZE
               "  Total facturado: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE INVOICED-VAT TO WS-TOTAL-EDIT.
           STRING "IVA facturado: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF INVOICES-SKIPPED > ZERO OR CARGOS-DESCARTADOS > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Empresas a facturar manualmente: "
                   DELIMITED BY SIZE
                   INVOICES-SKIPPED DELIMITED BY SIZE
                   "  Cargos fuera de tabla: " DELIMITED BY SIZE
                   CARGOS-DESCARTADOS DELIMITED BY SIZE
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

       CARGAR-EMPRESAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CLIENTS-FILE.

           IF F-STATUS NOT = "00"
               CLOSE CLIENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CLIENTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CLIENT-IS-BUSINESS
                           AND TOTAL-EMPRESAS < 500
                           ADD 1 TO TOTAL-EMPRESAS
                           MOVE CLIENT-DNI TO TE-DNI(TOTAL-EMPRESAS)
                           MOVE CLIENT-CUIT TO TE-CUIT(TOTAL-EMPRESAS)
                           MOVE CLIENT-NAME TO TE-NAME(TOTAL-EMPRESAS)
                           MOVE 'N'
                               TO TE-ALREADY-INVOICED(TOTAL-EMPRESAS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLIENTS-FILE.

       MARCAR-EMPRESAS-YA-FACTURADAS.
           OPEN INPUT FEE-INVOICES-FILE.

           IF F-FEE-INVOICES-STATUS NOT = "00"
               CLOSE FEE-INVOICES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING EMPRESA-I FROM 1 BY 1
               UNTIL EMPRESA-I > TOTAL-EMPRESAS
               MOVE TE-DNI(EMPRESA-I) TO FIV-CLIENT-DNI
               MOVE INVOICE-PERIOD TO FIV-PERIOD
               READ FEE-INVOICES-FILE
                   KEY IS FIV-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO TE-ALREADY-INVOICED(EMPRESA-I)
               END-READ
           END-PERFORM.

           CLOSE FEE-INVOICES-FILE.

       ACUMULAR-CARGOS-DEL-PERIODO.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TRANSACTIONS-FILE.

           PERFORM UNTIL F-ENDED
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CURRENCY-ARS
                           PERFORM BUSCAR-EMPRESA-DE-LA-CUENTA
                           IF EMPRESA-ACTUAL > ZERO
                               PERFORM ACUMULAR-CARGOS-DE-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTIONS-FILE.
           CLOSE ACCOUNTS-FILE.

       BUSCAR-EMPRESA-DE-LA-CUENTA.
           MOVE ZERO TO EMPRESA-ACTUAL.

           PERFORM VARYING EMPRESA-I FROM 1 BY 1
               UNTIL EMPRESA-I > TOTAL-EMPRESAS
               OR EMPRESA-ACTUAL > ZERO
               IF TE-DNI(EMPRESA-I) = ACCOUNT-CLIENT-DNI
                   AND TE-ALREADY-INVOICED(EMPRESA-I) = 'N'
                   MOVE EMPRESA-I TO EMPRESA-ACTUAL
               END-IF
           END-PERFORM.

       ACUMULAR-CARGOS-DE-CUENTA.
           IF F-TRANSACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           SET LEDGER-NOT-ENDED TO TRUE.

           MOVE ACCOUNT-KEY TO TRANS-ACCOUNT-KEY.
           MOVE PERIOD-FROM TO TRANS-DATE.
           MOVE ZERO TO TRANS-SEQ.

           START TRANSACTIONS-FILE
               KEY IS GREATER THAN OR EQUAL TO TRANS-LEDGER-KEY
               INVALID KEY
                   SET LEDGER-ENDED TO TRUE
           END-START.

           PERFORM UNTIL LEDGER-ENDED
               READ TRANSACTIONS-FILE NEXT RECORD
                   AT END
                       SET LEDGER-ENDED TO TRUE
                   NOT AT END
                       IF TRANS-ACCOUNT-KEY NOT = ACCOUNT-KEY
                           OR TRANS-DATE > PERIOD-TO
                           SET LEDGER-ENDED TO TRUE
                       ELSE
                           IF (TRANS-IS-FEE OR TRANS-IS-OD-INTEREST)
                               AND NOT TRANS-WAS-REVERSED
                               PERFORM SUMAR-CARGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-CARGO.
           SET CARGO-NOT-FOUND TO TRUE.

           PERFORM VARYING CARGO-I FROM 1 BY 1
               UNTIL CARGO-I > TOTAL-CARGOS OR CARGO-FOUND
               IF TC-EMPRESA(CARGO-I) = EMPRESA-ACTUAL
                   AND TC-TYPE(CARGO-I) = TRANS-TYPE
                   AND TC-REASON-CODE(CARGO-I) = TRANS-REASON-CODE
                   SET CARGO-FOUND TO TRUE
                   ADD 1 TO TC-COUNT(CARGO-I)
                   ADD TRANS-AMOUNT TO TC-AMOUNT(CARGO-I)
               END-IF
           END-PERFORM.

           IF CARGO-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF TOTAL-CARGOS = 2000
               ADD 1 TO CARGOS-DESCARTADOS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TOTAL-CARGOS.
           MOVE EMPRESA-ACTUAL TO TC-EMPRESA(TOTAL-CARGOS).
           MOVE TRANS-TYPE TO TC-TYPE(TOTAL-CARGOS).
           MOVE TRANS-REASON-CODE TO TC-REASON-CODE(TOTAL-CARGOS).
           MOVE TRANS-MEMO TO TC-MEMO(TOTAL-CARGOS).
           MOVE 1 TO TC-COUNT(TOTAL-CARGOS).
           MOVE TRANS-AMOUNT TO TC-AMOUNT(TOTAL-CARGOS).

       FACTURAR-EMPRESA.
           MOVE ZERO TO INVOICE-LINES.
           MOVE ZERO TO INVOICE-CHARGES.
           MOVE ZERO TO INVOICE-TOTAL.
           MOVE ZERO TO INVOICE-NET.

           PERFORM VARYING CARGO-I FROM 1 BY 1
               UNTIL CARGO-I > TOTAL-CARGOS
               IF TC-EMPRESA(CARGO-I) = EMPRESA-ACTUAL
                   ADD 1 TO INVOICE-LINES
                   ADD TC-COUNT(CARGO-I) TO INVOICE-CHARGES
                   ADD TC-AMOUNT(CARGO-I) TO INVOICE-TOTAL
                   COMPUTE LINE-NET ROUNDED =
                       TC-AMOUNT(CARGO-I) * 100 / (100 + VAT-RATE)
                   ADD LINE-NET TO INVOICE-NET
               END-IF
           END-PERFORM.

           IF INVOICE-LINES = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF INVOICE-TOTAL > MAX-INVOICE-TOTAL
               OR INVOICE-LINES > MAX-INVOICE-LINES
               ADD 1 TO INVOICES-SKIPPED
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "MANUAL" TO WS-REPORT-LINE(1:6)
               MOVE TE-DNI(EMPRESA-ACTUAL) TO WS-REPORT-LINE(10:8)
               MOVE TE-CUIT(EMPRESA-ACTUAL) TO WS-REPORT-LINE(19:11)
               MOVE TE-NAME(EMPRESA-ACTUAL)(1:24)
                   TO WS-REPORT-LINE(31:24)
               MOVE "excede el formato de factura"
                   TO WS-REPORT-LINE(56:25)
               PERFORM EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF.

           COMPUTE INVOICE-VAT = INVOICE-TOTAL - INVOICE-NET.

           PERFORM ASIGNAR-NUMERO-FACTURA.

           PERFORM GRABAR-HISTORIAL-FACTURA.

           PERFORM GRABAR-VINCULO-FACTURA.

           ADD 1 TO INVOICES-ISSUED.
           ADD INVOICE-TOTAL TO INVOICED-TOTAL.
           ADD INVOICE-VAT TO INVOICED-VAT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE NUMERO-FACTURA TO WS-REPORT-LINE(1:8).
           MOVE TE-DNI(EMPRESA-ACTUAL) TO WS-REPORT-LINE(10:8).
           MOVE TE-CUIT(EMPRESA-ACTUAL) TO WS-REPORT-LINE(19:11).
           MOVE TE-NAME(EMPRESA-ACTUAL)(1:20) TO WS-REPORT-LINE(31:20).
           MOVE INVOICE-VAT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(51:11).
           MOVE INVOICE-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(62:11).
           PERFORM EMITIR-LINEA.

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
           MOVE TE-DNI(EMPRESA-ACTUAL) TO HF-DNI-CLIENTE.
           COMPUTE HF-SUBTOTAL ROUNDED = INVOICE-NET.
           MOVE ZERO TO HF-PORC-DESCUENTO.
           MOVE ZERO TO HF-MONTO-DESCUENTO.
           MOVE VAT-RATE TO HF-PORC-IMPUESTO.
           MOVE INVOICE-VAT TO HF-MONTO-IMPUESTO.
           MOVE INVOICE-TOTAL TO HF-TOTAL-FINAL.
           SET HF-ES-FACTURA-BANCARIA TO TRUE.
           MOVE INVOICE-NET TO HF-NETO-GRAVADO.
           MOVE TE-CUIT(EMPRESA-ACTUAL) TO HF-CUIT-CLIENTE.
           MOVE INVOICE-PERIOD TO HF-PERIODO.
           WRITE REGISTRO-HISTORIAL-FACTURA.

           PERFORM VARYING CARGO-I FROM 1 BY 1
               UNTIL CARGO-I > TOTAL-CARGOS
               IF TC-EMPRESA(CARGO-I) = EMPRESA-ACTUAL
                   PERFORM GRABAR-DETALLE-DE-CARGO
               END-IF
           END-PERFORM.

           CLOSE HISTORIAL-FACTURAS.

       GRABAR-DETALLE-DE-CARGO.
           MOVE SPACES TO HF-RESTO.
           SET HF-ES-DETALLE TO TRUE.
           MOVE NUMERO-FACTURA TO HF-NUMERO-FACTURA.

           IF TC-TYPE(CARGO-I) = 'O'
               MOVE "INT-DESC" TO HF-CODIGO-PRODUCTO
               MOVE "Intereses por descubierto en cuenta"
                   TO HF-DESCRIPCION-CARGO
           ELSE
               STRING "COM-" DELIMITED BY SIZE
                   TC-REASON-CODE(CARGO-I) DELIMITED BY SIZE
                   INTO HF-CODIGO-PRODUCTO
               IF TC-MEMO(CARGO-I) NOT = SPACES
                   MOVE TC-MEMO(CARGO-I) TO HF-DESCRIPCION-CARGO
               ELSE
                   MOVE "Comisiones y cargos por servicios"
                       TO HF-DESCRIPCION-CARGO
               END-IF
           END-IF.

           COMPUTE HF-NETO-CARGO ROUNDED =
               TC-AMOUNT(CARGO-I) * 100 / (100 + VAT-RATE).
           MOVE TC-AMOUNT(CARGO-I) TO HF-IMPORTE-CARGO.
           MOVE ZERO TO HF-PRECIO-PRODUCTO.
           MOVE TC-COUNT(CARGO-I) TO HF-CANTIDAD-PRODUCTO.
           COMPUTE HF-SUBTOTAL-PRODUCTO ROUNDED = HF-NETO-CARGO.
           WRITE REGISTRO-HISTORIAL-FACTURA.

       GRABAR-VINCULO-FACTURA.
           OPEN I-O FEE-INVOICES-FILE.

           MOVE TE-DNI(EMPRESA-ACTUAL) TO FIV-CLIENT-DNI.
           MOVE INVOICE-PERIOD TO FIV-PERIOD.
           MOVE NUMERO-FACTURA TO FIV-INVOICE-NO.
           MOVE INVOICE-CHARGES TO FIV-CHARGES.
           MOVE INVOICE-NET TO FIV-NET-AMOUNT.
           MOVE INVOICE-VAT TO FIV-VAT-AMOUNT.
           MOVE INVOICE-TOTAL TO FIV-TOTAL-AMOUNT.
           MOVE WS-BUSINESS-DATE TO FIV-ISSUED-DATE.

           WRITE FEE-INVOICE-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: no fue posible vincular la factura "
                   NUMERO-FACTURA " al DNI " FIV-CLIENT-DNI
           END-WRITE.

           CLOSE FEE-INVOICES-FILE.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM fee-invoicing-run.
