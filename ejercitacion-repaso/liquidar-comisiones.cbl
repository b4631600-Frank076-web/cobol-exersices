       IDENTIFICATION DIVISION.
       PROGRAM-ID. liquidar-comisiones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTORIAL-FACTURAS
       ASSIGN TO "facturas-historial.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-HISTORIAL.

       SELECT OPTIONAL CUENTAS-A-COBRAR
       ASSIGN TO "receivables.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RECV-NUMERO-FACTURA
       FILE STATUS IS ESTADO-COBRAR.

       SELECT OPTIONAL VENDEDORES
       ASSIGN TO "vendedores.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VEN-CODIGO
       FILE STATUS IS ESTADO-VENDEDORES.

       SELECT OPTIONAL TASAS-COMISION
       ASSIGN TO "tasas-comision.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TC-CLAVE
       FILE STATUS IS ESTADO-TASAS.

       SELECT OPTIONAL RUBROS-PRODUCTOS
       ASSIGN TO "rubros-productos.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS RP-CODIGO-PRODUCTO
       FILE STATUS IS ESTADO-RUBROS.

       SELECT OPTIONAL COMISIONES-LIQUIDADAS
       ASSIGN TO "comisiones-liquidadas.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLQ-CLAVE
       ALTERNATE RECORD KEY IS CLQ-CLAVE-LIQUIDACION
           WITH DUPLICATES
       FILE STATUS IS ESTADO-LIQUIDADAS.

       SELECT LIQUIDACION-SUELDOS
       ASSIGN TO "comisiones-sueldos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-SUELDOS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIAL-FACTURAS.
       01  REGISTRO-HISTORIAL-FACTURA.
           05  HF-TIPO-REGISTRO PIC X.
               88  HF-ES-CABECERA VALUE 'H'.
               88  HF-ES-DETALLE VALUE 'D'.
               88  HF-ES-NC-CABECERA VALUE 'N'.
               88  HF-ES-NC-DETALLE VALUE 'E'.
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
               10  HF-CAE PIC 9(14).
               10  HF-VENCIMIENTO-CAE PIC 9(8).
               10  HF-VENDEDOR PIC 9(4).
               10  FILLER PIC X(19).
           05  HF-CABECERA-NC REDEFINES HF-RESTO.
               10  FILLER PIC X(54).
               10  HF-FACTURA-REF PIC 9(8).
               10  FILLER PIC X(62).
           05  HF-DETALLE REDEFINES HF-RESTO.
               10  HF-CODIGO-PRODUCTO PIC X(10).
               10  HF-DESCRIPCION-PRODUCTO PIC X(100).
               10  HF-PRECIO-PRODUCTO PIC 9(4).
               10  HF-CANTIDAD-PRODUCTO PIC 9(4).
               10  HF-SUBTOTAL-PRODUCTO PIC 9(6).
               10  HF-COSTO-UNITARIO PIC 9(4).

       FD  CUENTAS-A-COBRAR.
       01  REGISTRO-CUENTA-A-COBRAR.
           05  RECV-NUMERO-FACTURA PIC 9(8).
           05  RECV-DNI-CLIENTE PIC 9(8).
           05  RECV-FECHA PIC 9(8).
           05  RECV-TOTAL PIC 9(8)V99.
           05  RECV-PAGADO PIC 9(8)V99.
           05  RECV-RECIBO-PAGO PIC 9(8).

       FD  VENDEDORES.
       01  REGISTRO-VENDEDOR.
           05  VEN-CODIGO PIC 9(4).
           05  VEN-NOMBRE PIC X(30).
           05  VEN-LEGAJO PIC 9(6).
           05  VEN-PORCENTAJE-GENERAL PIC 9(2)V99.
           05  VEN-ESTADO PIC X.
               88  VEN-ACTIVO VALUE 'A'.
               88  VEN-DADO-DE-BAJA VALUE 'B'.
           05  VEN-FECHA-ALTA PIC 9(8).
           05  FILLER PIC X(10).

       FD  TASAS-COMISION.
       01  REGISTRO-TASA-COMISION.
           05  TC-CLAVE.
               10  TC-VENDEDOR PIC 9(4).
               10  TC-TIPO PIC X.
                   88  TC-POR-PRODUCTO VALUE 'P'.
                   88  TC-POR-RUBRO VALUE 'R'.
               10  TC-CODIGO PIC X(10).
           05  TC-PORCENTAJE PIC 9(2)V99.

       FD  RUBROS-PRODUCTOS.
       01  REGISTRO-RUBRO-PRODUCTO.
           05  RP-CODIGO-PRODUCTO PIC X(10).
           05  RP-RUBRO PIC X(10).

       FD  COMISIONES-LIQUIDADAS.
       01  REGISTRO-COMISION-LIQUIDADA.
           05  CLQ-CLAVE.
               10  CLQ-TIPO-DOCUMENTO PIC X.
                   88  CLQ-ES-FACTURA VALUE 'F'.
                   88  CLQ-ES-NOTA-CREDITO VALUE 'N'.
               10  CLQ-NUMERO PIC 9(8).
           05  CLQ-CLAVE-LIQUIDACION.
               10  CLQ-PERIODO PIC 9(6).
               10  CLQ-VENDEDOR PIC 9(4).
           05  CLQ-FECHA-DOCUMENTO PIC 9(8).
           05  CLQ-DNI-CLIENTE PIC 9(8).
           05  CLQ-FACTURA-REF PIC 9(8).
           05  CLQ-BASE PIC 9(8)V99.
           05  CLQ-COMISION PIC 9(8)V99.
           05  CLQ-FECHA-LIQUIDACION PIC 9(8).
           05  FILLER PIC X(10).

       FD  LIQUIDACION-SUELDOS.
       01  REGISTRO-LIQUIDACION-SUELDOS.
           05  LS-PERIODO PIC 9(6).
           05  LS-LEGAJO PIC 9(6).
           05  LS-VENDEDOR PIC 9(4).
           05  LS-NOMBRE PIC X(30).
           05  LS-COMISION-FACTURAS PIC 9(8)V99.
           05  LS-DESCUENTO-NOTAS PIC 9(8)V99.
           05  LS-NETO-A-PAGAR PIC S9(8)V99
               SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  ESTADO-HISTORIAL PIC XX.
       01  ESTADO-COBRAR PIC XX.
       01  ESTADO-VENDEDORES PIC XX.
       01  ESTADO-TASAS PIC XX.
       01  ESTADO-RUBROS PIC XX.
       01  ESTADO-LIQUIDADAS PIC XX.
       01  ESTADO-SUELDOS PIC XX.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  DOCUMENTO-FLAG PIC X.
           88  DOCUMENTO-A-LIQUIDAR VALUE 'S'.
           88  DOCUMENTO-IGNORADO VALUE 'N'.

       01  PERIODO-LIQUIDACION PIC 9(6).
       01  PERIODO-PARTES REDEFINES PERIODO-LIQUIDACION.
           05  PERIODO-ANIO PIC 9(4).
           05  PERIODO-MES PIC 9(2).
       01  FECHA-CIERRE PIC 9(8).
       01  FECHA-DE-HOY PIC 9(8).

       01  DOC-TIPO PIC X.
       01  DOC-NUMERO PIC 9(8).
       01  DOC-FECHA PIC 9(8).
       01  DOC-DNI PIC 9(8).
       01  DOC-VENDEDOR PIC 9(4).
       01  DOC-FACTURA-REF PIC 9(8).
       01  DOC-PORC-DESCUENTO PIC 9(2)V99.
       01  DOC-BASE PIC 9(8)V99.
       01  DOC-COMISION PIC 9(8)V99.
       01  DOC-PORCENTAJE-GENERAL PIC 9(2)V99.

       01  BASE-LINEA PIC 9(8)V99.
       01  COMISION-LINEA PIC 9(8)V99.
       01  PORCENTAJE-LINEA PIC 9(2)V99.

       01  FACTURAS-LIQUIDADAS PIC 9(6) VALUE ZERO.
       01  NOTAS-LIQUIDADAS PIC 9(6) VALUE ZERO.
       01  FACTURAS-NO-COBRADAS PIC 9(6) VALUE ZERO.
       01  NOTAS-DIFERIDAS PIC 9(6) VALUE ZERO.
       01  VENDEDORES-DESCONOCIDOS PIC 9(6) VALUE ZERO.

       01  VENDEDOR-ANTERIOR PIC 9(4).
       01  HAY-VENDEDOR-FLAG PIC X.
           88  HAY-VENDEDOR VALUE 'S'.
           88  NO-HAY-VENDEDOR VALUE 'N'.
       01  TOTAL-FACTURAS-VENDEDOR PIC 9(8)V99.
       01  TOTAL-NOTAS-VENDEDOR PIC 9(8)V99.
       01  NETO-VENDEDOR PIC S9(8)V99.
       01  NETO-GENERAL PIC S9(10)V99 VALUE ZERO.
       01  VENDEDORES-LIQUIDADOS PIC 9(4) VALUE ZERO.
       01  VENDEDORES-NO-GRABADOS PIC 9(4) VALUE ZERO.

       01  IMPORTE-EDITADO PIC Z(7)9.99.
       01  NETO-EDITADO PIC -(8)9.99.
       01  TOTAL-EDITADO PIC -(10)9.99.

       01  NOMBRE-AMBIENTE PIC X(20).
       01  RUTA-AMBIENTE PIC X(70).

       PROCEDURE DIVISION.

           MOVE SPACES TO RUTA-AMBIENTE.
           STRING "../archivos-indexados/" DELIMITED BY SIZE
               "crud-completo-simple/" DELIMITED BY SIZE
               "common/environment-setup" DELIMITED BY SIZE
               INTO RUTA-AMBIENTE.

           CALL RUTA-AMBIENTE USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Liquidación mensual de comisiones ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-DE-HOY.

           DISPLAY "Período a liquidar (AAAAMM): ".
           ACCEPT PERIODO-LIQUIDACION.

           IF PERIODO-MES < 1 OR PERIODO-MES > 12
               DISPLAY "Período inválido"
               STOP RUN
           END-IF.

           COMPUTE FECHA-CIERRE = PERIODO-LIQUIDACION * 100 + 31.

           OPEN INPUT HISTORIAL-FACTURAS.

           IF ESTADO-HISTORIAL NOT = "00"
               DISPLAY "No hay historial de facturas"
               CLOSE HISTORIAL-FACTURAS
               STOP RUN
           END-IF.

           CLOSE HISTORIAL-FACTURAS.

           OPEN I-O COMISIONES-LIQUIDADAS.
           OPEN INPUT CUENTAS-A-COBRAR.
           OPEN INPUT VENDEDORES.
           OPEN INPUT TASAS-COMISION.
           OPEN INPUT RUBROS-PRODUCTOS.

           PERFORM LIQUIDAR-FACTURAS-COBRADAS.
           PERFORM LIQUIDAR-NOTAS-DE-CREDITO.

           DISPLAY "Facturas cobradas incorporadas: "
               FACTURAS-LIQUIDADAS.
           DISPLAY "Notas de crédito descontadas: " NOTAS-LIQUIDADAS.
           DISPLAY "Facturas con vendedor aún no cobradas: "
               FACTURAS-NO-COBRADAS.
           IF NOTAS-DIFERIDAS > ZERO
               DISPLAY "Notas de crédito diferidas hasta que se "
                   "cobre su factura: " NOTAS-DIFERIDAS
           END-IF.
           IF VENDEDORES-DESCONOCIDOS > ZERO
               DISPLAY "ATENCIÓN: " VENDEDORES-DESCONOCIDOS
                   " documento(s) de vendedores que no figuran en "
                   "el registro, se liquidan sin comisión"
           END-IF.

           PERFORM EMITIR-LIQUIDACION.

           CLOSE RUBROS-PRODUCTOS.
           CLOSE TASAS-COMISION.
           CLOSE VENDEDORES.
           CLOSE CUENTAS-A-COBRAR.
           CLOSE COMISIONES-LIQUIDADAS.

           STOP RUN.

       LIQUIDAR-FACTURAS-COBRADAS.
           SET NO-FIN-ARCHIVO TO TRUE.
           SET DOCUMENTO-IGNORADO TO TRUE.

           OPEN INPUT HISTORIAL-FACTURAS.

           PERFORM UNTIL FIN-ARCHIVO
               READ HISTORIAL-FACTURAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HF-ES-CABECERA
                               PERFORM CERRAR-DOCUMENTO
                               PERFORM EVALUAR-FACTURA
                           WHEN HF-ES-DETALLE
                               PERFORM ACUMULAR-LINEA
                           WHEN OTHER
                               PERFORM CERRAR-DOCUMENTO
                       END-EVALUATE
               END-READ
           END-PERFORM.

           PERFORM CERRAR-DOCUMENTO.

           CLOSE HISTORIAL-FACTURAS.

       EVALUAR-FACTURA.
           IF HF-FECHA > FECHA-CIERRE
               EXIT PARAGRAPH
           END-IF.

           IF HF-VENDEDOR IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           IF HF-VENDEDOR = ZERO
               EXIT PARAGRAPH
           END-IF.

           SET CLQ-ES-FACTURA TO TRUE.
           MOVE HF-NUMERO-FACTURA TO CLQ-NUMERO.

           READ COMISIONES-LIQUIDADAS
               KEY IS CLQ-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE HF-NUMERO-FACTURA TO RECV-NUMERO-FACTURA.

           READ CUENTAS-A-COBRAR
               KEY IS RECV-NUMERO-FACTURA
               INVALID KEY
                   ADD 1 TO FACTURAS-NO-COBRADAS
                   EXIT PARAGRAPH
           END-READ.

           IF RECV-PAGADO < RECV-TOTAL
               ADD 1 TO FACTURAS-NO-COBRADAS
               EXIT PARAGRAPH
           END-IF.

           MOVE 'F' TO DOC-TIPO.
           MOVE HF-NUMERO-FACTURA TO DOC-NUMERO.
           MOVE HF-FECHA TO DOC-FECHA.
           MOVE HF-DNI-CLIENTE TO DOC-DNI.
           MOVE HF-VENDEDOR TO DOC-VENDEDOR.
           MOVE ZERO TO DOC-FACTURA-REF.
           MOVE HF-PORC-DESCUENTO TO DOC-PORC-DESCUENTO.

           PERFORM ABRIR-DOCUMENTO.

       LIQUIDAR-NOTAS-DE-CREDITO.
           SET NO-FIN-ARCHIVO TO TRUE.
           SET DOCUMENTO-IGNORADO TO TRUE.

           OPEN INPUT HISTORIAL-FACTURAS.

           PERFORM UNTIL FIN-ARCHIVO
               READ HISTORIAL-FACTURAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HF-ES-NC-CABECERA
                               PERFORM CERRAR-DOCUMENTO
                               PERFORM EVALUAR-NOTA-DE-CREDITO
                           WHEN HF-ES-NC-DETALLE
                               PERFORM ACUMULAR-LINEA
                           WHEN OTHER
                               PERFORM CERRAR-DOCUMENTO
                       END-EVALUATE
               END-READ
           END-PERFORM.

           PERFORM CERRAR-DOCUMENTO.

           CLOSE HISTORIAL-FACTURAS.

       EVALUAR-NOTA-DE-CREDITO.
           IF HF-FECHA > FECHA-CIERRE
               EXIT PARAGRAPH
           END-IF.

           MOVE HF-NUMERO-FACTURA TO DOC-NUMERO.
           MOVE HF-FECHA TO DOC-FECHA.
           MOVE HF-DNI-CLIENTE TO DOC-DNI.
           MOVE HF-FACTURA-REF TO DOC-FACTURA-REF.
           MOVE HF-PORC-DESCUENTO TO DOC-PORC-DESCUENTO.

           SET CLQ-ES-NOTA-CREDITO TO TRUE.
           MOVE DOC-NUMERO TO CLQ-NUMERO.

           READ COMISIONES-LIQUIDADAS
               KEY IS CLQ-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           SET CLQ-ES-FACTURA TO TRUE.
           MOVE DOC-FACTURA-REF TO CLQ-NUMERO.

           READ COMISIONES-LIQUIDADAS
               KEY IS CLQ-CLAVE
               INVALID KEY
                   PERFORM DIFERIR-NOTA-DE-CREDITO
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO DOC-TIPO.
           MOVE CLQ-VENDEDOR TO DOC-VENDEDOR.

           PERFORM ABRIR-DOCUMENTO.

       DIFERIR-NOTA-DE-CREDITO.
           MOVE DOC-FACTURA-REF TO RECV-NUMERO-FACTURA.

           READ CUENTAS-A-COBRAR
               KEY IS RECV-NUMERO-FACTURA
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           ADD 1 TO NOTAS-DIFERIDAS.

       ABRIR-DOCUMENTO.
           SET DOCUMENTO-A-LIQUIDAR TO TRUE.
           MOVE ZERO TO DOC-BASE.
           MOVE ZERO TO DOC-COMISION.
           MOVE ZERO TO DOC-PORCENTAJE-GENERAL.

           MOVE DOC-VENDEDOR TO VEN-CODIGO.

           READ VENDEDORES
               KEY IS VEN-CODIGO
               INVALID KEY
                   ADD 1 TO VENDEDORES-DESCONOCIDOS
               NOT INVALID KEY
                   MOVE VEN-PORCENTAJE-GENERAL
                       TO DOC-PORCENTAJE-GENERAL
           END-READ.

       ACUMULAR-LINEA.
           IF DOCUMENTO-IGNORADO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE BASE-LINEA ROUNDED =
               HF-SUBTOTAL-PRODUCTO * (100 - DOC-PORC-DESCUENTO) / 100.

           PERFORM BUSCAR-PORCENTAJE-COMISION.

           COMPUTE COMISION-LINEA ROUNDED =
               BASE-LINEA * PORCENTAJE-LINEA / 100.

           ADD BASE-LINEA TO DOC-BASE.
           ADD COMISION-LINEA TO DOC-COMISION.

       BUSCAR-PORCENTAJE-COMISION.
           MOVE DOC-PORCENTAJE-GENERAL TO PORCENTAJE-LINEA.

           MOVE DOC-VENDEDOR TO TC-VENDEDOR.
           SET TC-POR-PRODUCTO TO TRUE.
           MOVE HF-CODIGO-PRODUCTO TO TC-CODIGO.

           READ TASAS-COMISION
               KEY IS TC-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TC-PORCENTAJE TO PORCENTAJE-LINEA
                   EXIT PARAGRAPH
           END-READ.

           MOVE HF-CODIGO-PRODUCTO TO RP-CODIGO-PRODUCTO.

           READ RUBROS-PRODUCTOS
               KEY IS RP-CODIGO-PRODUCTO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE DOC-VENDEDOR TO TC-VENDEDOR.
           SET TC-POR-RUBRO TO TRUE.
           MOVE RP-RUBRO TO TC-CODIGO.

           READ TASAS-COMISION
               KEY IS TC-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TC-PORCENTAJE TO PORCENTAJE-LINEA
           END-READ.

       CERRAR-DOCUMENTO.
           IF DOCUMENTO-IGNORADO
               EXIT PARAGRAPH
           END-IF.

           SET DOCUMENTO-IGNORADO TO TRUE.

           MOVE DOC-TIPO TO CLQ-TIPO-DOCUMENTO.
           MOVE DOC-NUMERO TO CLQ-NUMERO.
           MOVE PERIODO-LIQUIDACION TO CLQ-PERIODO.
           MOVE DOC-VENDEDOR TO CLQ-VENDEDOR.
           MOVE DOC-FECHA TO CLQ-FECHA-DOCUMENTO.
           MOVE DOC-DNI TO CLQ-DNI-CLIENTE.
           MOVE DOC-FACTURA-REF TO CLQ-FACTURA-REF.
           MOVE DOC-BASE TO CLQ-BASE.
           MOVE DOC-COMISION TO CLQ-COMISION.
           MOVE FECHA-DE-HOY TO CLQ-FECHA-LIQUIDACION.

           WRITE REGISTRO-COMISION-LIQUIDADA
               INVALID KEY
                   DISPLAY "No fue posible registrar la comisión del "
                       "documento " DOC-TIPO DOC-NUMERO
                   EXIT PARAGRAPH
           END-WRITE.

           IF CLQ-ES-FACTURA
               ADD 1 TO FACTURAS-LIQUIDADAS
           ELSE
               ADD 1 TO NOTAS-LIQUIDADAS
           END-IF.

       EMITIR-LIQUIDACION.
           OPEN OUTPUT LIQUIDACION-SUELDOS.

           SET NO-FIN-ARCHIVO TO TRUE.
           SET NO-HAY-VENDEDOR TO TRUE.

           MOVE PERIODO-LIQUIDACION TO CLQ-PERIODO.
           MOVE ZERO TO CLQ-VENDEDOR.

           START COMISIONES-LIQUIDADAS
               KEY IS GREATER THAN OR EQUAL TO CLQ-CLAVE-LIQUIDACION
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ COMISIONES-LIQUIDADAS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CLQ-PERIODO NOT = PERIODO-LIQUIDACION
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM MOSTRAR-DOCUMENTO-LIQUIDADO
                       END-IF
               END-READ
           END-PERFORM.

           IF HAY-VENDEDOR
               PERFORM CERRAR-VENDEDOR
           END-IF.

           CLOSE LIQUIDACION-SUELDOS.

           IF VENDEDORES-LIQUIDADOS = ZERO
               DISPLAY "No hay comisiones para el período "
                   PERIODO-LIQUIDACION
           ELSE
               MOVE NETO-GENERAL TO TOTAL-EDITADO
               DISPLAY "Total de comisiones del período: "
                   TOTAL-EDITADO
               DISPLAY "Archivo para sueldos: comisiones-sueldos.dat ("
                   VENDEDORES-LIQUIDADOS " vendedores)"
           END-IF.

           IF VENDEDORES-NO-GRABADOS > ZERO
               DISPLAY "ATENCIÓN: " VENDEDORES-NO-GRABADOS
                   " vendedor(es) no quedaron en el archivo para "
                   "sueldos"
           END-IF.

       MOSTRAR-DOCUMENTO-LIQUIDADO.
           IF HAY-VENDEDOR AND CLQ-VENDEDOR NOT = VENDEDOR-ANTERIOR
               PERFORM CERRAR-VENDEDOR
           END-IF.

           IF NO-HAY-VENDEDOR
               PERFORM ABRIR-VENDEDOR
           END-IF.

           MOVE CLQ-BASE TO IMPORTE-EDITADO.

           IF CLQ-ES-FACTURA
               ADD CLQ-COMISION TO TOTAL-FACTURAS-VENDEDOR
               MOVE CLQ-COMISION TO NETO-EDITADO
               DISPLAY "  Factura     " CLQ-NUMERO " "
                   CLQ-FECHA-DOCUMENTO " DNI " CLQ-DNI-CLIENTE
                   " base " IMPORTE-EDITADO
                   " comisión " NETO-EDITADO
           ELSE
               ADD CLQ-COMISION TO TOTAL-NOTAS-VENDEDOR
               COMPUTE NETO-EDITADO = ZERO - CLQ-COMISION
               DISPLAY "  N. crédito  " CLQ-NUMERO " "
                   CLQ-FECHA-DOCUMENTO " DNI " CLQ-DNI-CLIENTE
                   " base " IMPORTE-EDITADO
                   " comisión " NETO-EDITADO
                   " (fact. " CLQ-FACTURA-REF ")"
           END-IF.

       ABRIR-VENDEDOR.
           SET HAY-VENDEDOR TO TRUE.
           MOVE CLQ-VENDEDOR TO VENDEDOR-ANTERIOR.
           MOVE ZERO TO TOTAL-FACTURAS-VENDEDOR.
           MOVE ZERO TO TOTAL-NOTAS-VENDEDOR.

           MOVE CLQ-VENDEDOR TO VEN-CODIGO.

           READ VENDEDORES
               KEY IS VEN-CODIGO
               INVALID KEY
                   MOVE "(NO REGISTRADO)" TO VEN-NOMBRE
                   MOVE ZERO TO VEN-LEGAJO
           END-READ.

           DISPLAY "------------------------------------------------".
           DISPLAY "Liquidación de comisiones " PERIODO-LIQUIDACION
               " - Vendedor " CLQ-VENDEDOR " " VEN-NOMBRE
               " legajo " VEN-LEGAJO.

           MOVE CLQ-VENDEDOR TO LS-VENDEDOR.
           MOVE VEN-NOMBRE TO LS-NOMBRE.
           MOVE VEN-LEGAJO TO LS-LEGAJO.

       CERRAR-VENDEDOR.
           SET NO-HAY-VENDEDOR TO TRUE.

           COMPUTE NETO-VENDEDOR =
               TOTAL-FACTURAS-VENDEDOR - TOTAL-NOTAS-VENDEDOR.

           MOVE TOTAL-FACTURAS-VENDEDOR TO IMPORTE-EDITADO.
           DISPLAY "  Comisión sobre facturas cobradas: "
               IMPORTE-EDITADO.
           MOVE TOTAL-NOTAS-VENDEDOR TO IMPORTE-EDITADO.
           DISPLAY "  Descuento por notas de crédito:   "
               IMPORTE-EDITADO.
           MOVE NETO-VENDEDOR TO NETO-EDITADO.
           DISPLAY "  Neto a pagar por sueldos:         " NETO-EDITADO.

           IF NETO-VENDEDOR < ZERO
               DISPLAY "  ATENCIÓN: saldo negativo, sueldos debe "
                   "recuperarlo del recibo del vendedor"
           END-IF.

           MOVE PERIODO-LIQUIDACION TO LS-PERIODO.
           MOVE TOTAL-FACTURAS-VENDEDOR TO LS-COMISION-FACTURAS.
           MOVE TOTAL-NOTAS-VENDEDOR TO LS-DESCUENTO-NOTAS.
           MOVE NETO-VENDEDOR TO LS-NETO-A-PAGAR.
           WRITE REGISTRO-LIQUIDACION-SUELDOS.

           IF ESTADO-SUELDOS NOT = "00"
               DISPLAY "  No fue posible grabar la liquidación para "
                   "sueldos (" ESTADO-SUELDOS ")"
               ADD 1 TO VENDEDORES-NO-GRABADOS
               EXIT PARAGRAPH
           END-IF.

           ADD NETO-VENDEDOR TO NETO-GENERAL.
           ADD 1 TO VENDEDORES-LIQUIDADOS.

       END PROGRAM liquidar-comisiones.
