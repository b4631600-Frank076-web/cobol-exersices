       IDENTIFICATION DIVISION.
       PROGRAM-ID. cuentas-a-pagar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PROVEEDORES
       ASSIGN TO "proveedores.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRV-CODIGO
       FILE STATUS IS ESTADO-PROVEEDORES.

       SELECT OPTIONAL ORDENES
       ASSIGN TO "ordenes-compra.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OC-CLAVE
       FILE STATUS IS ESTADO-ORDENES.

       SELECT OPTIONAL CUENTAS-A-PAGAR
       ASSIGN TO "cuentas-a-pagar.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CXP-CLAVE
       FILE STATUS IS ESTADO-PAGAR.

       SELECT OPTIONAL CONTADOR-PAGAR
       ASSIGN TO "cuentas-a-pagar-counter.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-CONTADOR.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVEEDORES.
       01  REGISTRO-PROVEEDOR.
           05  PRV-CODIGO PIC 9(4).
           05  PRV-NOMBRE PIC X(30).
           05  PRV-CUIT PIC 9(11).
           05  PRV-ESTADO PIC X.
               88  PRV-ACTIVO VALUE 'A'.
               88  PRV-BAJA VALUE 'B'.
           05  PRV-CUENTA-PAGO PIC 9(8).
           05  PRV-DESTINATARIO PIC 9(6).

       FD  ORDENES.
       01  REGISTRO-ORDEN.
           05  OC-CLAVE.
               10  OC-NUMERO PIC 9(6).
               10  OC-LINEA PIC 9(3).
           05  OC-PROVEEDOR PIC 9(4).
           05  OC-CODIGO-PRODUCTO PIC X(10).
           05  OC-CANT-PEDIDA PIC 9(6).
           05  OC-CANT-RECIBIDA PIC 9(6).
           05  OC-FECHA PIC 9(8).
           05  OC-ESTADO PIC X.
               88  OC-ABIERTA VALUE 'A'.
               88  OC-RECIBIDA VALUE 'R'.
           05  OC-PRECIO-UNITARIO PIC 9(4)V99.
           05  OC-CANT-FACTURADA PIC 9(6).

       FD  CUENTAS-A-PAGAR.
       01  REGISTRO-CUENTA-A-PAGAR.
           05  CXP-CLAVE.
               10  CXP-NUMERO PIC 9(6).
               10  CXP-LINEA PIC 9(3).
           05  CXP-RESTO PIC X(120).
           05  CXP-CABECERA REDEFINES CXP-RESTO.
               10  CXP-PROVEEDOR PIC 9(4).
               10  CXP-COMPROBANTE PIC X(13).
               10  CXP-ORDEN PIC 9(6).
               10  CXP-FECHA PIC 9(8).
               10  CXP-VENCIMIENTO PIC 9(8).
               10  CXP-NETO PIC 9(8)V99.
               10  CXP-PORC-IVA PIC 9(2)V99.
               10  CXP-IVA PIC 9(8)V99.
               10  CXP-TOTAL PIC 9(8)V99.
               10  CXP-ESTADO PIC X.
                   88  CXP-RETENIDA VALUE 'R'.
                   88  CXP-A-PAGAR VALUE 'A'.
                   88  CXP-PAGADA VALUE 'P'.
                   88  CXP-RECHAZADA VALUE 'X'.
               10  CXP-DIFERENCIAS PIC 9(3).
               10  CXP-FECHA-APROBACION PIC 9(8).
               10  CXP-FECHA-PAGO PIC 9(8).
               10  CXP-RECIBO-PAGO PIC 9(8).
               10  CXP-TRANSFERENCIA PIC 9(6).
               10  CXP-CUENTA-PAGO PIC 9(8).
               10  FILLER PIC X(5).
           05  CXP-DETALLE REDEFINES CXP-RESTO.
               10  CXP-LINEA-ORDEN PIC 9(3).
               10  CXP-CODIGO-PRODUCTO PIC X(10).
               10  CXP-CANT-FACTURADA PIC 9(6).
               10  CXP-PRECIO-FACTURADO PIC 9(4)V99.
               10  CXP-IMPORTE-LINEA PIC 9(8)V99.
               10  CXP-CANT-DISPONIBLE PIC 9(6).
               10  CXP-PRECIO-PACTADO PIC 9(4)V99.
               10  CXP-RESULTADO PIC X.
                   88  CXP-LINEA-CONFORME VALUE 'O'.
                   88  CXP-DIFIERE-CANTIDAD VALUE 'C'.
                   88  CXP-DIFIERE-PRECIO VALUE 'P'.
                   88  CXP-DIFIERE-AMBOS VALUE 'A'.
               10  FILLER PIC X(72).

       FD  CONTADOR-PAGAR.
       01  REGISTRO-CONTADOR-PAGAR.
           05  CXP-ULTIMO-NUMERO PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ESTADO-PROVEEDORES PIC XX.
       01  ESTADO-ORDENES PIC XX.
       01  ESTADO-PAGAR PIC XX.
       01  ESTADO-CONTADOR PIC XX.

       01  OPCIONES-MENU PIC 9.
           88  OPCION-REGISTRAR VALUE 1.
           88  OPCION-RETENIDAS VALUE 2.
           88  OPCION-APROBAR VALUE 3.
           88  OPCION-ANTIGUEDAD VALUE 4.
           88  OPCION-CONSULTAR VALUE 5.
           88  SALIR VALUE 6.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  PROVEEDOR-VALIDO-FLAG PIC X.
           88  PROVEEDOR-VALIDO VALUE 'S'.
           88  PROVEEDOR-INVALIDO VALUE 'N'.

       01  DUPLICADO-FLAG PIC X.
           88  COMPROBANTE-DUPLICADO VALUE 'S'.
           88  COMPROBANTE-NUEVO VALUE 'N'.

       01  FACTURA-GRABADA-FLAG PIC X.
           88  FACTURA-GRABADA VALUE 'S'.
           88  FACTURA-NO-GRABADA VALUE 'N'.

       01  DECISION PIC X.
           88  DECISION-APROBAR VALUE 'A' 'a'.
           88  DECISION-RECHAZAR VALUE 'R' 'r'.

       01  PROVEEDOR-BUSCADO PIC 9(4).
       01  NOMBRE-PROVEEDOR PIC X(30).
       01  COMPROBANTE-PROVEEDOR PIC X(13).
       01  ORDEN-BUSCADA PIC 9(6).
       01  FACTURA-BUSCADA PIC 9(6).
       01  FECHA-COMPROBANTE PIC 9(8).
       01  FECHA-VENCIMIENTO PIC 9(8).
       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-DE-CORTE PIC 9(8).
       01  FECHA-ENTERA PIC 9(8).
       01  DIAS-VENCIDA PIC S9(6).
       01  PORCENTAJE-IVA PIC 9(2)V99.

       01  NUMERO-FACTURA PIC 9(6).
       01  ULTIMO-NUMERO PIC 9(6) VALUE ZERO.

       01  TABLA-LINEAS-ORDEN.
           05  LINEA-ORDEN OCCURS 50 TIMES.
               10  LO-LINEA PIC 9(3).
               10  LO-CODIGO PIC X(10).
               10  LO-PEDIDA PIC 9(6).
               10  LO-RECIBIDA PIC 9(6).
               10  LO-FACTURADA PIC 9(6).
               10  LO-PRECIO PIC 9(4)V99.
               10  LO-CANT-A-FACTURAR PIC 9(6).
               10  LO-PRECIO-FACTURADO PIC 9(4)V99.
               10  LO-DISPONIBLE PIC S9(7).
               10  LO-RESULTADO PIC X.
       01  CANTIDAD-LINEAS PIC 99 VALUE ZERO.
       01  LINEAS-FACTURADAS PIC 99 VALUE ZERO.
       01  LINEAS-ORDEN-FALLIDAS PIC 99 VALUE ZERO.
       01  I PIC 99.

       01  NETO-FACTURA PIC 9(8)V99.
       01  IVA-FACTURA PIC 9(8)V99.
       01  TOTAL-FACTURA PIC 9(8)V99.
       01  IMPORTE-LINEA PIC 9(8)V99.
       01  DIFERENCIAS-FACTURA PIC 9(3).
       01  FILAS-LISTADAS PIC 9(4) VALUE ZERO.

       01  TABLA-ANTIGUEDAD.
           05  SALDO-PROVEEDOR OCCURS 200 TIMES.
               10  SP-PROVEEDOR PIC 9(4).
               10  SP-FACTURAS PIC 9(4).
               10  SP-TRAMO PIC 9(10)V99 OCCURS 5 TIMES.
               10  SP-RETENIDO PIC 9(10)V99.
       01  CANTIDAD-SALDOS PIC 9(3) VALUE ZERO.
       01  INDICE-SALDOS PIC 9(3).
       01  TRAMO PIC 9.
       01  SALDO-FLAG PIC X.
           88  SALDO-HALLADO VALUE 'S'.
           88  SALDO-NO-HALLADO VALUE 'N'.
       01  TOTALES-ANTIGUEDAD.
           05  TA-TRAMO PIC 9(10)V99 OCCURS 5 TIMES.
           05  TA-RETENIDO PIC 9(10)V99.
       01  TOTAL-PROVEEDOR PIC 9(10)V99.
       01  TOTAL-GENERAL PIC 9(10)V99.

       01  IMPORTE-EDITADO PIC Z(7)9.99.
       01  TRAMO-EDITADO-1 PIC Z(8)9.99.
       01  TRAMO-EDITADO-2 PIC Z(8)9.99.
       01  TRAMO-EDITADO-3 PIC Z(8)9.99.
       01  TRAMO-EDITADO-4 PIC Z(8)9.99.
       01  TRAMO-EDITADO-5 PIC Z(8)9.99.
       01  TOTAL-EDITADO PIC Z(8)9.99.
       01  RETENIDO-EDITADO PIC Z(8)9.99.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-DE-HOY.

           PERFORM MOSTRAR-MENU UNTIL SALIR.

           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY "--- Cuentas a pagar a proveedores ---".
           DISPLAY "Registrar factura de proveedor (1)".
           DISPLAY "Facturas retenidas por diferencias (2)".
           DISPLAY "Aprobar o rechazar una factura retenida (3)".
           DISPLAY "Antigüedad de saldos por proveedor (4)".
           DISPLAY "Consultar una factura (5)".
           DISPLAY "Salir (6)".
           ACCEPT OPCIONES-MENU.

           EVALUATE TRUE
               WHEN OPCION-REGISTRAR
                   PERFORM REGISTRAR-FACTURA
               WHEN OPCION-RETENIDAS
                   PERFORM LISTAR-RETENIDAS
               WHEN OPCION-APROBAR
                   PERFORM RESOLVER-RETENIDA
               WHEN OPCION-ANTIGUEDAD
                   PERFORM INFORME-ANTIGUEDAD
               WHEN OPCION-CONSULTAR
                   PERFORM CONSULTAR-FACTURA
               WHEN SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       REGISTRAR-FACTURA.
           DISPLAY "Código de proveedor: ".
           ACCEPT PROVEEDOR-BUSCADO.

           PERFORM VALIDAR-PROVEEDOR.

           IF PROVEEDOR-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Comprobante del proveedor (PPPPP-NNNNNNNN): ".
           ACCEPT COMPROBANTE-PROVEEDOR.

           PERFORM CONTROLAR-DUPLICADO.

           IF COMPROBANTE-DUPLICADO
               DISPLAY "Ese comprobante del proveedor ya está "
                   "registrado"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Orden de compra que factura: ".
           ACCEPT ORDEN-BUSCADA.

           PERFORM CARGAR-LINEAS-DE-ORDEN.

           IF CANTIDAD-LINEAS = ZERO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Fecha del comprobante (AAAAMMDD, 0 = hoy): ".
           ACCEPT FECHA-COMPROBANTE.
           IF FECHA-COMPROBANTE = ZERO
               MOVE FECHA-DE-HOY TO FECHA-COMPROBANTE
           END-IF.

           DISPLAY "Vencimiento (AAAAMMDD, 0 = a 30 días): ".
           ACCEPT FECHA-VENCIMIENTO.
           IF FECHA-VENCIMIENTO = ZERO
               COMPUTE FECHA-ENTERA =
                   FUNCTION INTEGER-OF-DATE(FECHA-COMPROBANTE) + 30
               MOVE FUNCTION DATE-OF-INTEGER(FECHA-ENTERA)
                   TO FECHA-VENCIMIENTO
           END-IF.

           DISPLAY "Porcentaje de IVA facturado: ".
           ACCEPT PORCENTAJE-IVA.

           MOVE ZERO TO NETO-FACTURA.
           MOVE ZERO TO DIFERENCIAS-FACTURA.
           MOVE ZERO TO LINEAS-FACTURADAS.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CANTIDAD-LINEAS
               PERFORM INGRESAR-LINEA-FACTURADA
           END-PERFORM.

           IF LINEAS-FACTURADAS = ZERO
               DISPLAY "No se facturó ninguna línea, no se registra "
                   "la factura"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE IVA-FACTURA ROUNDED =
               NETO-FACTURA * PORCENTAJE-IVA / 100.
           COMPUTE TOTAL-FACTURA = NETO-FACTURA + IVA-FACTURA.

           PERFORM ASIGNAR-NUMERO-DE-FACTURA.
           PERFORM GRABAR-FACTURA.

           IF FACTURA-NO-GRABADA
               EXIT PARAGRAPH
           END-IF.

           PERFORM RESERVAR-CANTIDADES-FACTURADAS.

           MOVE TOTAL-FACTURA TO IMPORTE-EDITADO.
           DISPLAY "Factura " NUMERO-FACTURA " registrada por "
               IMPORTE-EDITADO ", vence " FECHA-VENCIMIENTO.

           IF LINEAS-ORDEN-FALLIDAS > ZERO
               DISPLAY "ATENCIÓN: " LINEAS-ORDEN-FALLIDAS
                   " línea(s) de la orden no registraron lo "
                   "facturado, ajústelas manualmente"
           END-IF.

           IF DIFERENCIAS-FACTURA > ZERO
               DISPLAY "ATENCIÓN: " DIFERENCIAS-FACTURA
                   " línea(s) no coinciden con la orden o lo "
                   "recibido, la factura queda retenida para "
                   "aprobación"
           ELSE
               DISPLAY "Control contra orden y recepción conforme, "
                   "la factura queda a pagar"
           END-IF.

       VALIDAR-PROVEEDOR.
           SET PROVEEDOR-INVALIDO TO TRUE.
           MOVE SPACES TO NOMBRE-PROVEEDOR.

           OPEN INPUT PROVEEDORES.

           IF ESTADO-PROVEEDORES NOT = "00"
               DISPLAY "No hay proveedores registrados"
               CLOSE PROVEEDORES
               EXIT PARAGRAPH
           END-IF.

           MOVE PROVEEDOR-BUSCADO TO PRV-CODIGO.

           READ PROVEEDORES
               KEY IS PRV-CODIGO
               INVALID KEY
                   DISPLAY "No existe ese proveedor"
               NOT INVALID KEY
                   IF PRV-ACTIVO
                       SET PROVEEDOR-VALIDO TO TRUE
                       MOVE PRV-NOMBRE TO NOMBRE-PROVEEDOR
                   ELSE
                       DISPLAY "El proveedor está dado de baja"
                   END-IF
           END-READ.

           CLOSE PROVEEDORES.

       CONTROLAR-DUPLICADO.
           SET COMPROBANTE-NUEVO TO TRUE.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT CUENTAS-A-PAGAR.

           IF ESTADO-PAGAR NOT = "00"
               CLOSE CUENTAS-A-PAGAR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FIN-ARCHIVO OR COMPROBANTE-DUPLICADO
               READ CUENTAS-A-PAGAR NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CXP-LINEA = ZERO
                           AND CXP-PROVEEDOR = PROVEEDOR-BUSCADO
                           AND CXP-COMPROBANTE = COMPROBANTE-PROVEEDOR
                           AND NOT CXP-RECHAZADA
                           SET COMPROBANTE-DUPLICADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUENTAS-A-PAGAR.

       CARGAR-LINEAS-DE-ORDEN.
           MOVE ZERO TO CANTIDAD-LINEAS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT ORDENES.

           IF ESTADO-ORDENES NOT = "00"
               DISPLAY "No hay órdenes registradas"
               CLOSE ORDENES
               EXIT PARAGRAPH
           END-IF.

           MOVE ORDEN-BUSCADA TO OC-NUMERO.
           MOVE ZERO TO OC-LINEA.

           START ORDENES KEY IS GREATER THAN OC-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ ORDENES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF OC-NUMERO NOT = ORDEN-BUSCADA
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM GUARDAR-LINEA-DE-ORDEN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ORDENES.

           IF CANTIDAD-LINEAS = ZERO
               DISPLAY "La orden " ORDEN-BUSCADA " no existe o no "
                   "corresponde al proveedor " PROVEEDOR-BUSCADO
           END-IF.

       GUARDAR-LINEA-DE-ORDEN.
           IF OC-PROVEEDOR NOT = PROVEEDOR-BUSCADO
               EXIT PARAGRAPH
           END-IF.

           IF CANTIDAD-LINEAS >= 50
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CANTIDAD-LINEAS.
           MOVE OC-LINEA TO LO-LINEA(CANTIDAD-LINEAS).
           MOVE OC-CODIGO-PRODUCTO TO LO-CODIGO(CANTIDAD-LINEAS).
           MOVE OC-CANT-PEDIDA TO LO-PEDIDA(CANTIDAD-LINEAS).
           MOVE OC-CANT-RECIBIDA TO LO-RECIBIDA(CANTIDAD-LINEAS).
           MOVE OC-CANT-FACTURADA TO LO-FACTURADA(CANTIDAD-LINEAS).
           MOVE OC-PRECIO-UNITARIO TO LO-PRECIO(CANTIDAD-LINEAS).
           MOVE ZERO TO LO-CANT-A-FACTURAR(CANTIDAD-LINEAS).
           MOVE ZERO TO LO-PRECIO-FACTURADO(CANTIDAD-LINEAS).
           COMPUTE LO-DISPONIBLE(CANTIDAD-LINEAS) =
               OC-CANT-RECIBIDA - OC-CANT-FACTURADA.
           MOVE 'O' TO LO-RESULTADO(CANTIDAD-LINEAS).

       INGRESAR-LINEA-FACTURADA.
           DISPLAY "Línea " LO-LINEA(I) " " LO-CODIGO(I)
               " pedido " LO-PEDIDA(I)
               " recibido " LO-RECIBIDA(I)
               " ya facturado " LO-FACTURADA(I)
               " precio pactado " LO-PRECIO(I).
           DISPLAY "Cantidad facturada (0 = no incluida): ".
           ACCEPT LO-CANT-A-FACTURAR(I).

           IF LO-CANT-A-FACTURAR(I) = ZERO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Precio unitario facturado: ".
           ACCEPT LO-PRECIO-FACTURADO(I).

           ADD 1 TO LINEAS-FACTURADAS.

           IF LO-CANT-A-FACTURAR(I) > LO-DISPONIBLE(I)
               MOVE 'C' TO LO-RESULTADO(I)
               DISPLAY "    Diferencia de cantidad: se factura "
                   LO-CANT-A-FACTURAR(I) " y quedan recibidas sin "
                   "facturar " LO-DISPONIBLE(I)
           END-IF.

           IF LO-PRECIO(I) = ZERO
               OR LO-PRECIO-FACTURADO(I) NOT = LO-PRECIO(I)
               IF LO-RESULTADO(I) = 'C'
                   MOVE 'A' TO LO-RESULTADO(I)
               ELSE
                   MOVE 'P' TO LO-RESULTADO(I)
               END-IF
               DISPLAY "    Diferencia de precio: facturado "
                   LO-PRECIO-FACTURADO(I) " pactado " LO-PRECIO(I)
           END-IF.

           IF LO-RESULTADO(I) NOT = 'O'
               ADD 1 TO DIFERENCIAS-FACTURA
           END-IF.

           COMPUTE IMPORTE-LINEA =
               LO-CANT-A-FACTURAR(I) * LO-PRECIO-FACTURADO(I).
           ADD IMPORTE-LINEA TO NETO-FACTURA.

       ASIGNAR-NUMERO-DE-FACTURA.
           OPEN INPUT CONTADOR-PAGAR.

           IF ESTADO-CONTADOR = "00"
               READ CONTADOR-PAGAR
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CXP-ULTIMO-NUMERO TO ULTIMO-NUMERO
               END-READ
           END-IF.

           CLOSE CONTADOR-PAGAR.

           COMPUTE NUMERO-FACTURA = ULTIMO-NUMERO + 1.

           OPEN OUTPUT CONTADOR-PAGAR.
           MOVE NUMERO-FACTURA TO CXP-ULTIMO-NUMERO.
           WRITE REGISTRO-CONTADOR-PAGAR.
           CLOSE CONTADOR-PAGAR.

       GRABAR-FACTURA.
           SET FACTURA-NO-GRABADA TO TRUE.

           OPEN I-O CUENTAS-A-PAGAR.

           MOVE SPACES TO CXP-RESTO.
           MOVE NUMERO-FACTURA TO CXP-NUMERO.
           MOVE ZERO TO CXP-LINEA.
           MOVE PROVEEDOR-BUSCADO TO CXP-PROVEEDOR.
           MOVE COMPROBANTE-PROVEEDOR TO CXP-COMPROBANTE.
           MOVE ORDEN-BUSCADA TO CXP-ORDEN.
           MOVE FECHA-COMPROBANTE TO CXP-FECHA.
           MOVE FECHA-VENCIMIENTO TO CXP-VENCIMIENTO.
           MOVE NETO-FACTURA TO CXP-NETO.
           MOVE PORCENTAJE-IVA TO CXP-PORC-IVA.
           MOVE IVA-FACTURA TO CXP-IVA.
           MOVE TOTAL-FACTURA TO CXP-TOTAL.
           MOVE DIFERENCIAS-FACTURA TO CXP-DIFERENCIAS.
           MOVE ZERO TO CXP-FECHA-PAGO.
           MOVE ZERO TO CXP-RECIBO-PAGO.
           MOVE ZERO TO CXP-TRANSFERENCIA.
           MOVE ZERO TO CXP-CUENTA-PAGO.

           IF DIFERENCIAS-FACTURA > ZERO
               SET CXP-RETENIDA TO TRUE
               MOVE ZERO TO CXP-FECHA-APROBACION
           ELSE
               SET CXP-A-PAGAR TO TRUE
               MOVE FECHA-DE-HOY TO CXP-FECHA-APROBACION
           END-IF.

           WRITE REGISTRO-CUENTA-A-PAGAR
               INVALID KEY
                   DISPLAY "No fue posible grabar la factura "
                       NUMERO-FACTURA
                   CLOSE CUENTAS-A-PAGAR
                   EXIT PARAGRAPH
           END-WRITE.

           SET FACTURA-GRABADA TO TRUE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CANTIDAD-LINEAS
               IF LO-CANT-A-FACTURAR(I) > ZERO
                   MOVE SPACES TO CXP-RESTO
                   MOVE NUMERO-FACTURA TO CXP-NUMERO
                   MOVE LO-LINEA(I) TO CXP-LINEA
                   MOVE LO-LINEA(I) TO CXP-LINEA-ORDEN
                   MOVE LO-CODIGO(I) TO CXP-CODIGO-PRODUCTO
                   MOVE LO-CANT-A-FACTURAR(I) TO CXP-CANT-FACTURADA
                   MOVE LO-PRECIO-FACTURADO(I)
                       TO CXP-PRECIO-FACTURADO
                   COMPUTE CXP-IMPORTE-LINEA =
                       LO-CANT-A-FACTURAR(I) * LO-PRECIO-FACTURADO(I)
                   IF LO-DISPONIBLE(I) > ZERO
                       MOVE LO-DISPONIBLE(I) TO CXP-CANT-DISPONIBLE
                   ELSE
                       MOVE ZERO TO CXP-CANT-DISPONIBLE
                   END-IF
                   MOVE LO-PRECIO(I) TO CXP-PRECIO-PACTADO
                   MOVE LO-RESULTADO(I) TO CXP-RESULTADO
                   WRITE REGISTRO-CUENTA-A-PAGAR
                       INVALID KEY
                           DISPLAY "No fue posible grabar la línea "
                               LO-LINEA(I)
                   END-WRITE
               END-IF
           END-PERFORM.

           CLOSE CUENTAS-A-PAGAR.

       RESERVAR-CANTIDADES-FACTURADAS.
           MOVE ZERO TO LINEAS-ORDEN-FALLIDAS.

           OPEN I-O ORDENES.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CANTIDAD-LINEAS
               IF LO-CANT-A-FACTURAR(I) > ZERO
                   MOVE ORDEN-BUSCADA TO OC-NUMERO
                   MOVE LO-LINEA(I) TO OC-LINEA
                   READ ORDENES
                       KEY IS OC-CLAVE
                       INVALID KEY
                           DISPLAY "No se encontró la línea de orden "
                               LO-LINEA(I)
                       NOT INVALID KEY
                           ADD LO-CANT-A-FACTURAR(I)
                               TO OC-CANT-FACTURADA
                           REWRITE REGISTRO-ORDEN
                               INVALID KEY
                                   DISPLAY
                                   "No fue posible actualizar la "
                                   "línea de orden " LO-LINEA(I)
                                   ADD 1 TO LINEAS-ORDEN-FALLIDAS
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE ORDENES.

       LISTAR-RETENIDAS.
           SET NO-FIN-ARCHIVO TO TRUE.
           MOVE ZERO TO FILAS-LISTADAS.

           OPEN INPUT CUENTAS-A-PAGAR.

           IF ESTADO-PAGAR NOT = "00"
               DISPLAY "No hay facturas de proveedores registradas"
               CLOSE CUENTAS-A-PAGAR
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- Facturas retenidas para aprobación ---".

           PERFORM UNTIL FIN-ARCHIVO
               READ CUENTAS-A-PAGAR NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CXP-LINEA = ZERO AND CXP-RETENIDA
                           MOVE CXP-TOTAL TO IMPORTE-EDITADO
                           DISPLAY "Factura " CXP-NUMERO
                               " prov " CXP-PROVEEDOR
                               " cbte " CXP-COMPROBANTE
                               " orden " CXP-ORDEN
                               " total " IMPORTE-EDITADO
                               " diferencias " CXP-DIFERENCIAS
                           ADD 1 TO FILAS-LISTADAS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUENTAS-A-PAGAR.

           IF FILAS-LISTADAS = ZERO
               DISPLAY "No hay facturas retenidas"
           END-IF.

       RESOLVER-RETENIDA.
           DISPLAY "Número interno de la factura: ".
           ACCEPT FACTURA-BUSCADA.

           OPEN I-O CUENTAS-A-PAGAR.

           IF ESTADO-PAGAR NOT = "00"
               DISPLAY "No hay facturas de proveedores registradas"
               CLOSE CUENTAS-A-PAGAR
               EXIT PARAGRAPH
           END-IF.

           MOVE FACTURA-BUSCADA TO CXP-NUMERO.
           MOVE ZERO TO CXP-LINEA.

           READ CUENTAS-A-PAGAR
               KEY IS CXP-CLAVE
               INVALID KEY
                   DISPLAY "No existe esa factura"
                   CLOSE CUENTAS-A-PAGAR
                   EXIT PARAGRAPH
           END-READ.

           IF NOT CXP-RETENIDA
               DISPLAY "La factura no está retenida"
               CLOSE CUENTAS-A-PAGAR
               EXIT PARAGRAPH
           END-IF.

           MOVE CXP-ORDEN TO ORDEN-BUSCADA.

           PERFORM MOSTRAR-FACTURA-ABIERTA.

           DISPLAY "Aprobar el pago (A) o rechazar la factura (R): ".
           ACCEPT DECISION.

           IF NOT DECISION-APROBAR AND NOT DECISION-RECHAZAR
               DISPLAY "Decisión inválida, la factura sigue retenida"
               CLOSE CUENTAS-A-PAGAR
               EXIT PARAGRAPH
           END-IF.

           MOVE FACTURA-BUSCADA TO CXP-NUMERO.
           MOVE ZERO TO CXP-LINEA.

           READ CUENTAS-A-PAGAR
               KEY IS CXP-CLAVE
               INVALID KEY
                   DISPLAY "No existe esa factura"
                   CLOSE CUENTAS-A-PAGAR
                   EXIT PARAGRAPH
           END-READ.

           IF DECISION-APROBAR
               SET CXP-A-PAGAR TO TRUE
               MOVE FECHA-DE-HOY TO CXP-FECHA-APROBACION
           ELSE
               SET CXP-RECHAZADA TO TRUE
           END-IF.

           REWRITE REGISTRO-CUENTA-A-PAGAR
               INVALID KEY
                   DISPLAY "No fue posible actualizar la factura"
                   CLOSE CUENTAS-A-PAGAR
                   EXIT PARAGRAPH
           END-REWRITE.

           IF DECISION-APROBAR
               DISPLAY "Factura " FACTURA-BUSCADA
                   " aprobada, queda a pagar al vencimiento "
                   CXP-VENCIMIENTO
               CLOSE CUENTAS-A-PAGAR
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARGAR-LINEAS-FACTURADAS.

           CLOSE CUENTAS-A-PAGAR.

           PERFORM LIBERAR-CANTIDADES-FACTURADAS.

           DISPLAY "Factura " FACTURA-BUSCADA " rechazada, las "
               "cantidades vuelven a quedar pendientes de facturar".

           IF LINEAS-ORDEN-FALLIDAS > ZERO
               DISPLAY "ATENCIÓN: " LINEAS-ORDEN-FALLIDAS
                   " línea(s) de la orden no liberaron lo "
                   "facturado, ajústelas manualmente"
           END-IF.

       MOSTRAR-FACTURA-ABIERTA.
           MOVE CXP-NETO TO IMPORTE-EDITADO.
           DISPLAY "Factura " CXP-NUMERO " proveedor " CXP-PROVEEDOR
               " comprobante " CXP-COMPROBANTE.
           DISPLAY "Orden " CXP-ORDEN " fecha " CXP-FECHA
               " vence " CXP-VENCIMIENTO " neto " IMPORTE-EDITADO.
           MOVE CXP-IVA TO IMPORTE-EDITADO.
           DISPLAY "IVA (" CXP-PORC-IVA "%) " IMPORTE-EDITADO.
           MOVE CXP-TOTAL TO IMPORTE-EDITADO.
           DISPLAY "Total " IMPORTE-EDITADO " estado " CXP-ESTADO.

           IF CXP-PAGADA
               DISPLAY "Pagada el " CXP-FECHA-PAGO
                   " desde la cuenta " CXP-CUENTA-PAGO
                   " comprobante " CXP-RECIBO-PAGO
               IF CXP-TRANSFERENCIA > ZERO
                   DISPLAY "Transferencia interbancaria "
                       CXP-TRANSFERENCIA
               END-IF
           END-IF.

           SET NO-FIN-ARCHIVO TO TRUE.
           MOVE 1 TO CXP-LINEA.

           START CUENTAS-A-PAGAR
               KEY IS GREATER THAN OR EQUAL TO CXP-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ CUENTAS-A-PAGAR NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CXP-NUMERO NOT = FACTURA-BUSCADA
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM MOSTRAR-LINEA-FACTURADA
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-LINEA-FACTURADA.
           MOVE CXP-IMPORTE-LINEA TO IMPORTE-EDITADO.
           DISPLAY "  Línea " CXP-LINEA-ORDEN " " CXP-CODIGO-PRODUCTO
               " cant " CXP-CANT-FACTURADA
               " precio " CXP-PRECIO-FACTURADO
               " importe " IMPORTE-EDITADO.

           EVALUATE TRUE
               WHEN CXP-DIFIERE-CANTIDAD
                   DISPLAY "    Cantidad mayor a lo recibido sin "
                       "facturar (" CXP-CANT-DISPONIBLE ")"
               WHEN CXP-DIFIERE-PRECIO
                   DISPLAY "    Precio distinto del pactado ("
                       CXP-PRECIO-PACTADO ")"
               WHEN CXP-DIFIERE-AMBOS
                   DISPLAY "    Cantidad mayor a lo recibido sin "
                       "facturar (" CXP-CANT-DISPONIBLE ")"
                   DISPLAY "    Precio distinto del pactado ("
                       CXP-PRECIO-PACTADO ")"
           END-EVALUATE.

       CARGAR-LINEAS-FACTURADAS.
           MOVE ZERO TO CANTIDAD-LINEAS.
           SET NO-FIN-ARCHIVO TO TRUE.
           MOVE FACTURA-BUSCADA TO CXP-NUMERO.
           MOVE 1 TO CXP-LINEA.

           START CUENTAS-A-PAGAR
               KEY IS GREATER THAN OR EQUAL TO CXP-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ CUENTAS-A-PAGAR NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CXP-NUMERO NOT = FACTURA-BUSCADA
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           IF CANTIDAD-LINEAS < 50
                               ADD 1 TO CANTIDAD-LINEAS
                               MOVE CXP-LINEA-ORDEN
                                   TO LO-LINEA(CANTIDAD-LINEAS)
                               MOVE CXP-CANT-FACTURADA
                                   TO LO-CANT-A-FACTURAR
                                   (CANTIDAD-LINEAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIBERAR-CANTIDADES-FACTURADAS.
           MOVE ZERO TO LINEAS-ORDEN-FALLIDAS.

           OPEN I-O ORDENES.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CANTIDAD-LINEAS
               MOVE ORDEN-BUSCADA TO OC-NUMERO
               MOVE LO-LINEA(I) TO OC-LINEA
               READ ORDENES
                   KEY IS OC-CLAVE
                   INVALID KEY
                       DISPLAY "No se encontró la línea de orden "
                           LO-LINEA(I)
                   NOT INVALID KEY
                       IF OC-CANT-FACTURADA > LO-CANT-A-FACTURAR(I)
                           SUBTRACT LO-CANT-A-FACTURAR(I)
                               FROM OC-CANT-FACTURADA
                       ELSE
                           MOVE ZERO TO OC-CANT-FACTURADA
                       END-IF
                       REWRITE REGISTRO-ORDEN
                           INVALID KEY
                               DISPLAY
                               "No fue posible actualizar la "
                               "línea de orden " LO-LINEA(I)
                               ADD 1 TO LINEAS-ORDEN-FALLIDAS
                       END-REWRITE
               END-READ
           END-PERFORM.

           CLOSE ORDENES.

       CONSULTAR-FACTURA.
           DISPLAY "Número interno de la factura: ".
           ACCEPT FACTURA-BUSCADA.

           OPEN INPUT CUENTAS-A-PAGAR.

           IF ESTADO-PAGAR NOT = "00"
               DISPLAY "No hay facturas de proveedores registradas"
               CLOSE CUENTAS-A-PAGAR
               EXIT PARAGRAPH
           END-IF.

           MOVE FACTURA-BUSCADA TO CXP-NUMERO.
           MOVE ZERO TO CXP-LINEA.

           READ CUENTAS-A-PAGAR
               KEY IS CXP-CLAVE
               INVALID KEY
                   DISPLAY "No existe esa factura"
               NOT INVALID KEY
                   PERFORM MOSTRAR-FACTURA-ABIERTA
           END-READ.

           CLOSE CUENTAS-A-PAGAR.

       INFORME-ANTIGUEDAD.
           DISPLAY "Fecha de corte (AAAAMMDD, 0 = hoy): ".
           ACCEPT FECHA-DE-CORTE.
           IF FECHA-DE-CORTE = ZERO
               MOVE FECHA-DE-HOY TO FECHA-DE-CORTE
           END-IF.

           MOVE ZERO TO CANTIDAD-SALDOS.
           INITIALIZE TOTALES-ANTIGUEDAD.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT CUENTAS-A-PAGAR.

           IF ESTADO-PAGAR NOT = "00"
               DISPLAY "No hay facturas de proveedores registradas"
               CLOSE CUENTAS-A-PAGAR
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FIN-ARCHIVO
               READ CUENTAS-A-PAGAR NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CXP-LINEA = ZERO
                           AND (CXP-A-PAGAR OR CXP-RETENIDA)
                           PERFORM ACUMULAR-ANTIGUEDAD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUENTAS-A-PAGAR.

           IF CANTIDAD-SALDOS = ZERO
               DISPLAY "No hay facturas de proveedores impagas"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- Antigüedad de cuentas a pagar al "
               FECHA-DE-CORTE " ---".
           DISPLAY "Tramos: a vencer | 1-30 | 31-60 | 61-90 | "
               "más de 90 días vencido".

           PERFORM MOSTRAR-ANTIGUEDAD-POR-PROVEEDOR.

           MOVE TA-TRAMO(1) TO TRAMO-EDITADO-1.
           MOVE TA-TRAMO(2) TO TRAMO-EDITADO-2.
           MOVE TA-TRAMO(3) TO TRAMO-EDITADO-3.
           MOVE TA-TRAMO(4) TO TRAMO-EDITADO-4.
           MOVE TA-TRAMO(5) TO TRAMO-EDITADO-5.
           COMPUTE TOTAL-GENERAL = TA-TRAMO(1) + TA-TRAMO(2)
               + TA-TRAMO(3) + TA-TRAMO(4) + TA-TRAMO(5).
           MOVE TOTAL-GENERAL TO TOTAL-EDITADO.
           MOVE TA-RETENIDO TO RETENIDO-EDITADO.

           DISPLAY "--- Total general ---".
           DISPLAY TRAMO-EDITADO-1 " " TRAMO-EDITADO-2 " "
               TRAMO-EDITADO-3 " " TRAMO-EDITADO-4 " "
               TRAMO-EDITADO-5.
           DISPLAY "Total " TOTAL-EDITADO
               " (retenido para aprobación " RETENIDO-EDITADO ")".

       ACUMULAR-ANTIGUEDAD.
           SET SALDO-NO-HALLADO TO TRUE.

           PERFORM VARYING INDICE-SALDOS FROM 1 BY 1
               UNTIL INDICE-SALDOS > CANTIDAD-SALDOS OR SALDO-HALLADO
               IF SP-PROVEEDOR(INDICE-SALDOS) = CXP-PROVEEDOR
                   SET SALDO-HALLADO TO TRUE
               END-IF
           END-PERFORM.

           IF SALDO-HALLADO
               SUBTRACT 1 FROM INDICE-SALDOS
           ELSE
               IF CANTIDAD-SALDOS >= 200
                   DISPLAY "ATENCIÓN: demasiados proveedores, la "
                       "factura " CXP-NUMERO " no se incluye"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CANTIDAD-SALDOS
               MOVE CANTIDAD-SALDOS TO INDICE-SALDOS
               INITIALIZE SALDO-PROVEEDOR(INDICE-SALDOS)
               MOVE CXP-PROVEEDOR TO SP-PROVEEDOR(INDICE-SALDOS)
           END-IF.

           COMPUTE DIAS-VENCIDA =
               FUNCTION INTEGER-OF-DATE(FECHA-DE-CORTE)
               - FUNCTION INTEGER-OF-DATE(CXP-VENCIMIENTO).

           EVALUATE TRUE
               WHEN DIAS-VENCIDA <= 0
                   MOVE 1 TO TRAMO
               WHEN DIAS-VENCIDA <= 30
                   MOVE 2 TO TRAMO
               WHEN DIAS-VENCIDA <= 60
                   MOVE 3 TO TRAMO
               WHEN DIAS-VENCIDA <= 90
                   MOVE 4 TO TRAMO
               WHEN OTHER
                   MOVE 5 TO TRAMO
           END-EVALUATE.

           ADD 1 TO SP-FACTURAS(INDICE-SALDOS).
           ADD CXP-TOTAL TO SP-TRAMO(INDICE-SALDOS, TRAMO).
           ADD CXP-TOTAL TO TA-TRAMO(TRAMO).

           IF CXP-RETENIDA
               ADD CXP-TOTAL TO SP-RETENIDO(INDICE-SALDOS)
               ADD CXP-TOTAL TO TA-RETENIDO
           END-IF.

       MOSTRAR-ANTIGUEDAD-POR-PROVEEDOR.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT PROVEEDORES.

           IF ESTADO-PROVEEDORES NOT = "00"
               CLOSE PROVEEDORES
               PERFORM VARYING INDICE-SALDOS FROM 1 BY 1
                   UNTIL INDICE-SALDOS > CANTIDAD-SALDOS
                   MOVE SPACES TO NOMBRE-PROVEEDOR
                   PERFORM MOSTRAR-SALDO-PROVEEDOR
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FIN-ARCHIVO
               READ PROVEEDORES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM UBICAR-SALDO-DEL-PROVEEDOR
               END-READ
           END-PERFORM.

           CLOSE PROVEEDORES.

           PERFORM VARYING INDICE-SALDOS FROM 1 BY 1
               UNTIL INDICE-SALDOS > CANTIDAD-SALDOS
               IF SP-FACTURAS(INDICE-SALDOS) > ZERO
                   MOVE "(proveedor inexistente)" TO NOMBRE-PROVEEDOR
                   PERFORM MOSTRAR-SALDO-PROVEEDOR
               END-IF
           END-PERFORM.

       UBICAR-SALDO-DEL-PROVEEDOR.
           PERFORM VARYING INDICE-SALDOS FROM 1 BY 1
               UNTIL INDICE-SALDOS > CANTIDAD-SALDOS
               IF SP-PROVEEDOR(INDICE-SALDOS) = PRV-CODIGO
                   AND SP-FACTURAS(INDICE-SALDOS) > ZERO
                   MOVE PRV-NOMBRE TO NOMBRE-PROVEEDOR
                   PERFORM MOSTRAR-SALDO-PROVEEDOR
                   MOVE ZERO TO SP-FACTURAS(INDICE-SALDOS)
               END-IF
           END-PERFORM.

       MOSTRAR-SALDO-PROVEEDOR.
           MOVE SP-TRAMO(INDICE-SALDOS, 1) TO TRAMO-EDITADO-1.
           MOVE SP-TRAMO(INDICE-SALDOS, 2) TO TRAMO-EDITADO-2.
           MOVE SP-TRAMO(INDICE-SALDOS, 3) TO TRAMO-EDITADO-3.
           MOVE SP-TRAMO(INDICE-SALDOS, 4) TO TRAMO-EDITADO-4.
           MOVE SP-TRAMO(INDICE-SALDOS, 5) TO TRAMO-EDITADO-5.
           COMPUTE TOTAL-PROVEEDOR = SP-TRAMO(INDICE-SALDOS, 1)
               + SP-TRAMO(INDICE-SALDOS, 2)
               + SP-TRAMO(INDICE-SALDOS, 3)
               + SP-TRAMO(INDICE-SALDOS, 4)
               + SP-TRAMO(INDICE-SALDOS, 5).
           MOVE TOTAL-PROVEEDOR TO TOTAL-EDITADO.
           MOVE SP-RETENIDO(INDICE-SALDOS) TO RETENIDO-EDITADO.

           DISPLAY "Proveedor " SP-PROVEEDOR(INDICE-SALDOS) " "
               NOMBRE-PROVEEDOR " facturas "
               SP-FACTURAS(INDICE-SALDOS).
           DISPLAY "    " TRAMO-EDITADO-1 " " TRAMO-EDITADO-2 " "
               TRAMO-EDITADO-3 " " TRAMO-EDITADO-4 " "
               TRAMO-EDITADO-5.
           DISPLAY "    total " TOTAL-EDITADO
               " retenido " RETENIDO-EDITADO.

       END PROGRAM cuentas-a-pagar.
