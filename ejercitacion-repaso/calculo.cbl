       RECORD KEY IS CP-CODIGO-PRODUCTO
       FILE STATUS IS ESTADO-CATALOGO.

       SELECT SOLICITUDES-CAE
       ASSIGN TO "cae-solicitudes.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-SOLICITUDES.

       SELECT OPTIONAL LISTAS-PRECIOS
       ASSIGN TO "listas-precios.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LPR-CLAVE
       FILE STATUS IS ESTADO-LISTAS.

       SELECT OPTIONAL LISTAS-CLIENTES
       ASSIGN TO "listas-clientes.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS LCL-CLAVE
       FILE STATUS IS ESTADO-LISTAS-CLIENTES.

       SELECT OPTIONAL ACUERDOS-CLIENTES
       ASSIGN TO "acuerdos-clientes.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ACU-CLAVE
       FILE STATUS IS ESTADO-ACUERDOS.

       SELECT OPTIONAL VENDEDORES
       ASSIGN TO "vendedores.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VEN-CODIGO
       FILE STATUS IS ESTADO-VENDEDORES.

       SELECT OPTIONAL DEPOSITOS
       ASSIGN TO "depositos.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DEP-CODIGO
       FILE STATUS IS ESTADO-DEPOSITOS.

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

       SELECT OPTIONAL CAJAS-MOSTRADOR
       ASSIGN TO "cajas-mostrador.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CM-CLAVE
       FILE STATUS IS ESTADO-CAJAS.

       SELECT OPTIONAL PRECIOS-APLICADOS
       ASSIGN TO "precios-aplicados.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PA-CLAVE
       FILE STATUS IS ESTADO-PRECIOS-APLICADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIAL-FACTURAS.
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
           05  CP-PUNTO-REPEDIDO PIC 9(6).
           05  CP-COSTO-UNITARIO PIC 9(4)V99.

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

       FD  LISTAS-PRECIOS.
       01  REGISTRO-LISTA-PRECIOS.
           05  LPR-CLAVE.
               10  LPR-LISTA PIC 9(4).
               10  LPR-CODIGO-PRODUCTO PIC X(10).
           05  LPR-RESTO PIC X(50).
           05  LPR-CABECERA REDEFINES LPR-RESTO.
               10  LPR-DESCRIPCION PIC X(30).
               10  LPR-VIGENCIA-DESDE PIC 9(8).
               10  LPR-VIGENCIA-HASTA PIC 9(8).
               10  LPR-ESTADO PIC X.
                   88  LPR-ACTIVA VALUE 'A'.
                   88  LPR-DADA-DE-BAJA VALUE 'B'.
               10  FILLER PIC X(3).
           05  LPR-DETALLE REDEFINES LPR-RESTO.
               10  LPR-PRECIO PIC 9(4).
               10  FILLER PIC X(46).

       FD  LISTAS-CLIENTES.
       01  REGISTRO-LISTA-CLIENTE.
           05  LCL-CLAVE.
               10  LCL-DNI-CLIENTE PIC 9(8).
               10  LCL-LISTA PIC 9(4).
           05  LCL-FECHA-ASIGNACION PIC 9(8).

       FD  ACUERDOS-CLIENTES.
       01  REGISTRO-ACUERDO-CLIENTE.
           05  ACU-CLAVE.
               10  ACU-DNI-CLIENTE PIC 9(8).
               10  ACU-CODIGO-PRODUCTO PIC X(10).
               10  ACU-CANTIDAD-DESDE PIC 9(4).
           05  ACU-TIPO PIC X.
               88  ACU-PORCENTAJE-FIJO VALUE 'P'.
               88  ACU-PRECIO-FIJO VALUE 'F'.
           05  ACU-PORCENTAJE PIC 9(2)V99.
           05  ACU-PRECIO PIC 9(4).
           05  ACU-VIGENCIA-DESDE PIC 9(8).
           05  ACU-VIGENCIA-HASTA PIC 9(8).

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

       FD  DEPOSITOS.
       01  REGISTRO-DEPOSITO.
           05  DEP-CODIGO PIC 9(3).
           05  DEP-NOMBRE PIC X(30).
           05  DEP-UBICACION PIC X(40).
           05  DEP-ESTADO PIC X.
               88  DEP-ACTIVO VALUE 'A'.
               88  DEP-DADO-DE-BAJA VALUE 'B'.
           05  DEP-FECHA-ALTA PIC 9(8).
           05  FILLER PIC X(10).

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

       FD  CAJAS-MOSTRADOR.
       01  REGISTRO-CAJA-MOSTRADOR.
           05  CM-CLAVE.
               10  CM-FECHA PIC 9(8).
               10  CM-CAJA PIC 9(3).
           05  CM-CAJERO PIC X(30).
           05  CM-FONDO-INICIAL PIC 9(8)V99.
           05  CM-VENTAS-EFECTIVO PIC 9(10)V99.
           05  CM-VENTAS-TARJETA PIC 9(10)V99.
           05  CM-TICKETS PIC 9(6).
           05  CM-REEMBOLSOS PIC 9(10)V99.
           05  CM-ESTADO PIC X.
               88  CM-ABIERTA VALUE 'A'.
               88  CM-CERRADA VALUE 'C'.
           05  CM-CONTADO PIC 9(10)V99.
           05  CM-DIFERENCIA PIC S9(8)V99.
           05  CM-MOTIVO PIC X(20).
           05  FILLER PIC X(20).

       FD  PRECIOS-APLICADOS.
       01  REGISTRO-PRECIO-APLICADO.
           05  PA-CLAVE.
               10  PA-TIPO-DOCUMENTO PIC X.
                   88  PA-ES-FACTURA VALUE 'F'.
                   88  PA-ES-PRESUPUESTO VALUE 'P'.
               10  PA-NUMERO PIC 9(8).
               10  PA-LINEA PIC 9(3).
           05  PA-FECHA PIC 9(8).
           05  PA-DNI-CLIENTE PIC 9(8).
           05  PA-CODIGO-PRODUCTO PIC X(10).
           05  PA-CANTIDAD PIC 9(4).
           05  PA-PRECIO-CATALOGO PIC 9(4).
           05  PA-PRECIO-SUGERIDO PIC 9(4).
           05  PA-PRECIO-APLICADO PIC 9(4).
           05  PA-ORIGEN PIC X.
           05  PA-ORIGEN-SUGERIDO PIC X.
           05  PA-LISTA PIC 9(4).
           05  PA-CANTIDAD-DESDE PIC 9(4).
           05  PA-TEXTO-ORIGEN PIC X(30).
           05  FILLER PIC X(10).

       WORKING-STORAGE SECTION.
       01  ESTADO-HISTORIAL PIC XX.
       01  ESTADO-CATALOGO PIC XX.
       01  ESTADO-CLIENTES PIC XX.
       01  ESTADO-CONTADOR PIC XX.
       01  ESTADO-COBRAR PIC XX.
       01  ESTADO-SOLICITUDES PIC XX.
       01  ESTADO-LISTAS PIC XX.
       01  ESTADO-LISTAS-CLIENTES PIC XX.
       01  ESTADO-ACUERDOS PIC XX.
       01  ESTADO-PRECIOS-APLICADOS PIC XX.
       01  ESTADO-VENDEDORES PIC XX.
       01  ESTADO-DEPOSITOS PIC XX.
       01  ESTADO-STOCK-DEPOSITOS PIC XX.
       01  ESTADO-KITS PIC XX.
       01  ESTADO-CAJAS PIC XX.

       01  DNI-CLIENTE-FACTURA PIC 9(8).
       01  CLIENTE-VALIDO-FLAG PIC X.
           88  CLIENTE-VALIDO VALUE 'S'.
           88  CLIENTE-INVALIDO VALUE 'N'.
       01  CUIT-CLIENTE-FACTURA PIC 9(11) VALUE ZERO.
       01  TIPO-CLIENTE-FACTURA PIC X VALUE SPACE.

       01  MODO-VENTA-FLAG PIC X VALUE 'N'.
           88  VENTA-MOSTRADOR VALUE 'S' 's'.
       01  CAJA-VENTA PIC 9(3) VALUE ZERO.
       01  CAJA-VALIDA-FLAG PIC X.
           88  CAJA-VALIDA VALUE 'S'.
           88  CAJA-INVALIDA VALUE 'N'.
       01  FORMA-DE-PAGO PIC X VALUE SPACE.
           88  PAGO-EN-EFECTIVO VALUE 'E' 'e'.
           88  PAGO-CON-TARJETA VALUE 'T' 't'.
       01  IMPORTE-RECIBIDO PIC 9(8)V99 VALUE ZERO.
       01  VUELTO PIC 9(8)V99 VALUE ZERO.
       01  IMPORTE-EDITADO PIC Z(7)9.99.

       01  VENDEDOR-FACTURA PIC 9(4) VALUE ZERO.
       01  VENDEDOR-VALIDO-FLAG PIC X.
           88  VENDEDOR-VALIDO VALUE 'S'.
           88  VENDEDOR-INVALIDO VALUE 'N'.

       01  DEPOSITO-VENTA PIC 9(3) VALUE ZERO.
       01  DEPOSITO-PRINCIPAL PIC 9(3) VALUE 1.
       01  DEPOSITO-VALIDO-FLAG PIC X.
           88  DEPOSITO-VALIDO VALUE 'S'.
           88  DEPOSITO-INVALIDO VALUE 'N'.
       01  MODO-STOCK-FLAG PIC X.
           88  MODO-DEPOSITOS VALUE 'S'.
           88  MODO-CATALOGO VALUE 'N'.
           88  MODO-STOCK-NO-DISPONIBLE VALUE 'E'.
       01  CANTIDAD-A-DESCONTAR PIC 9(6).
       01  CODIGO-A-DESCONTAR PIC X(10).
       01  CANTIDAD-PEDIDA PIC 9(8).

       01  COMPONENTES-DEL-KIT.
           05  COMPONENTE-KIT OCCURS 20 TIMES.
               10  CK-CODIGO PIC X(10).
               10  CK-CANTIDAD PIC 9(4).
       01  CANTIDAD-COMPONENTES PIC 99 VALUE ZERO.
       01  K PIC 99.
       01  STOCK-COMPONENTE PIC 9(6).
       01  COSTO-KIT PIC 9(8)V99.
       01  KIT-CON-STOCK-FLAG PIC X.
           88  KIT-CON-STOCK VALUE 'S'.
           88  KIT-SIN-STOCK VALUE 'N'.
       01  LINEA-ACEPTADA-FLAG PIC X.
           88  LINEA-ACEPTADA VALUE 'S'.
           88  LINEA-RECHAZADA VALUE 'N'.

       01  NUMERO-FACTURA PIC 9(8).
       01  ULTIMA-FACTURA PIC 9(8) VALUE ZERO.
               10  CANTIDAD-PRODUCTO PIC 9(4) VALUE 0.
               10  ORIGEN-CATALOGO PIC X VALUE 'N'.
               10  COSTO-PRODUCTO PIC 9(4)V99 VALUE 0.
               10  PRECIO-CATALOGO-PRODUCTO PIC 9(4) VALUE 0.
               10  PRECIO-SUGERIDO PIC 9(4) VALUE 0.
               10  ORIGEN-PRECIO PIC X VALUE 'C'.
                   88  PRECIO-SEGUN-CATALOGO VALUE 'C'.
                   88  PRECIO-SEGUN-LISTA VALUE 'L'.
                   88  PRECIO-SEGUN-ACUERDO VALUE 'A'.
                   88  PRECIO-MODIFICADO-A-MANO VALUE 'M'.
                   88  PRECIO-SIN-CATALOGO VALUE 'S'.
               10  ORIGEN-SUGERIDO PIC X VALUE 'C'.
               10  LISTA-APLICADA PIC 9(4) VALUE 0.
               10  CANTIDAD-DESDE-APLICADA PIC 9(4) VALUE 0.
               10  TEXTO-ORIGEN-PRECIO PIC X(30).

       01  I PIC 99 VALUE 0.


       01  PRECIO-EFECTIVO PIC 9(6)V99 VALUE 0.

       01  FECHA-DE-HOY PIC 9(8).
       01  FIN-BUSQUEDA-FLAG PIC X.
           88  FIN-BUSQUEDA VALUE 'S'.
           88  NO-FIN-BUSQUEDA VALUE 'N'.
       01  MEJOR-PRECIO PIC 9(4).
       01  PRECIO-CANDIDATO PIC 9(4).
       01  DESCRIPCION-LISTA PIC X(30).
       01  LISTA-TEXTO PIC 9(4).
       01  CANTIDAD-TEXTO PIC Z(3)9.
       01  RESPUESTA-PRECIO PIC X.
           88  MODIFICAR-PRECIO VALUE 'S' 's'.
       01  PRECIO-MANUAL PIC 9(4).

       01  NOMBRE-AMBIENTE PIC X(20).
       01  RUTA-AMBIENTE PIC X(70).

           CALL RUTA-AMBIENTE USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-DE-HOY.
       INICIO.
           DISPLAY "¿Venta de mostrador a consumidor final? (S/N) ".
           ACCEPT MODO-VENTA-FLAG.

           IF VENTA-MOSTRADOR
               PERFORM IDENTIFICAR-CAJA
           ELSE
               PERFORM IDENTIFICAR-CLIENTE
           END-IF.

           PERFORM IDENTIFICAR-VENDEDOR.
           PERFORM IDENTIFICAR-DEPOSITO.
           PERFORM INGRESAR-PRODUCTOS.
           PERFORM CALCULOS-TOTAL-SUBTOTAL.
           PERFORM INGRESAR-IMPUESTO-DESCUENTO.
           PERFORM CALCULAR-TOTAL-FINAL.
           PERFORM CONTROLAR-VENTA-BAJO-COSTO.

           IF VENTA-MOSTRADOR
               PERFORM COBRAR-EN-MOSTRADOR
           END-IF.

           PERFORM ASIGNAR-NUMERO-FACTURA.
           PERFORM MOSTRAR-FACTURA.
           PERFORM GRABAR-HISTORIAL-FACTURA.
           PERFORM GRABAR-PRECIOS-APLICADOS.
           PERFORM GRABAR-SOLICITUD-CAE.
           PERFORM GRABAR-CUENTA-A-COBRAR.

           IF VENTA-MOSTRADOR
               PERFORM REGISTRAR-VENTA-EN-CAJA
           END-IF.

           STOP RUN.

       IDENTIFICAR-CAJA.
           SET CAJA-INVALIDA TO TRUE.
           MOVE ZERO TO DNI-CLIENTE-FACTURA.
           MOVE ZERO TO CUIT-CLIENTE-FACTURA.
           MOVE 'P' TO TIPO-CLIENTE-FACTURA.

           PERFORM UNTIL CAJA-VALIDA
               DISPLAY "Número de caja de mostrador (0 = cancelar): "
               ACCEPT CAJA-VENTA
               IF CAJA-VENTA = ZERO
                   DISPLAY "Venta cancelada"
                   STOP RUN
               END-IF
               PERFORM VALIDAR-CAJA
           END-PERFORM.

       VALIDAR-CAJA.
           OPEN INPUT CAJAS-MOSTRADOR.

           IF ESTADO-CAJAS NOT = "00"
               DISPLAY "No hay cajas de mostrador abiertas"
               CLOSE CAJAS-MOSTRADOR
               EXIT PARAGRAPH
           END-IF.

           MOVE FECHA-DE-HOY TO CM-FECHA.
           MOVE CAJA-VENTA TO CM-CAJA.

           READ CAJAS-MOSTRADOR
               KEY IS CM-CLAVE
               INVALID KEY
                   DISPLAY "La caja no fue abierta hoy"
               NOT INVALID KEY
                   IF CM-ABIERTA
                       SET CAJA-VALIDA TO TRUE
                       DISPLAY "Caja " CM-CAJA " - " CM-CAJERO
                   ELSE
                       DISPLAY "La caja ya fue cerrada hoy"
                   END-IF
           END-READ.

           CLOSE CAJAS-MOSTRADOR.

       COBRAR-EN-MOSTRADOR.
           MOVE SPACE TO FORMA-DE-PAGO.

           PERFORM UNTIL PAGO-EN-EFECTIVO OR PAGO-CON-TARJETA
               DISPLAY "Forma de pago: efectivo (E) o tarjeta (T) "
               ACCEPT FORMA-DE-PAGO
           END-PERFORM.

           MOVE TOTAL-FINAL TO IMPORTE-RECIBIDO.
           MOVE ZERO TO VUELTO.

           IF PAGO-CON-TARJETA
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO IMPORTE-RECIBIDO.

           PERFORM UNTIL IMPORTE-RECIBIDO >= TOTAL-FINAL
               MOVE TOTAL-FINAL TO IMPORTE-EDITADO
               DISPLAY "Total a cobrar: " IMPORTE-EDITADO
               DISPLAY "Importe recibido en efectivo: "
               ACCEPT IMPORTE-RECIBIDO
               IF IMPORTE-RECIBIDO < TOTAL-FINAL
                   DISPLAY "El importe no cubre el total"
               END-IF
           END-PERFORM.

           COMPUTE VUELTO = IMPORTE-RECIBIDO - TOTAL-FINAL.

       REGISTRAR-VENTA-EN-CAJA.
           OPEN I-O CAJAS-MOSTRADOR.

           MOVE FECHA-DE-HOY TO CM-FECHA.
           MOVE CAJA-VENTA TO CM-CAJA.

           READ CAJAS-MOSTRADOR
               KEY IS CM-CLAVE
               INVALID KEY
                   DISPLAY
                   "La caja " CAJA-VENTA " no figura abierta, "
                   "asiente la venta manualmente"
                   CLOSE CAJAS-MOSTRADOR
                   EXIT PARAGRAPH
           END-READ.

           IF PAGO-EN-EFECTIVO
               ADD TOTAL-FINAL TO CM-VENTAS-EFECTIVO
           ELSE
               ADD TOTAL-FINAL TO CM-VENTAS-TARJETA
           END-IF.

           ADD 1 TO CM-TICKETS.

           REWRITE REGISTRO-CAJA-MOSTRADOR
               INVALID KEY
                   DISPLAY
                   "No fue posible asentar la venta en la caja"
           END-REWRITE.

           CLOSE CAJAS-MOSTRADOR.

           IF PAGO-EN-EFECTIVO
               MOVE IMPORTE-RECIBIDO TO IMPORTE-EDITADO
               DISPLAY "Pago en efectivo: " IMPORTE-EDITADO
               MOVE VUELTO TO IMPORTE-EDITADO
               DISPLAY "Vuelto: " IMPORTE-EDITADO
           ELSE
               DISPLAY "Pago con tarjeta"
           END-IF.

       IDENTIFICAR-CLIENTE.
           SET CLIENTE-INVALIDO TO TRUE.

               NOT INVALID KEY
                   IF CL-ESTADO = 'A'
                       SET CLIENTE-VALIDO TO TRUE
                       MOVE CL-TIPO TO TIPO-CLIENTE-FACTURA
                       IF CL-CUIT IS NUMERIC
                           MOVE CL-CUIT TO CUIT-CLIENTE-FACTURA
                       END-IF
                   ELSE
                       SET CLIENTE-INVALIDO TO TRUE
                   END-IF

           CLOSE CLIENTES-BANCO.

       IDENTIFICAR-VENDEDOR.
           SET VENDEDOR-INVALIDO TO TRUE.

           PERFORM UNTIL VENDEDOR-VALIDO
               DISPLAY "Ingrese el código del vendedor: "
               ACCEPT VENDEDOR-FACTURA
               PERFORM VALIDAR-VENDEDOR
           END-PERFORM.

       VALIDAR-VENDEDOR.
           OPEN INPUT VENDEDORES.

           IF ESTADO-VENDEDORES NOT = "00"
               DISPLAY
               "Registro de vendedores no disponible, la factura "
               "queda sin vendedor"
               MOVE ZERO TO VENDEDOR-FACTURA
               SET VENDEDOR-VALIDO TO TRUE
               CLOSE VENDEDORES
               EXIT PARAGRAPH
           END-IF.

           MOVE VENDEDOR-FACTURA TO VEN-CODIGO.

           READ VENDEDORES
               KEY IS VEN-CODIGO
               INVALID KEY
                   DISPLAY "El código no corresponde a un vendedor"
               NOT INVALID KEY
                   IF VEN-ACTIVO
                       SET VENDEDOR-VALIDO TO TRUE
                       DISPLAY "Vendedor: " VEN-NOMBRE
                   ELSE
                       DISPLAY "El vendedor está dado de baja"
                   END-IF
           END-READ.

           CLOSE VENDEDORES.

       IDENTIFICAR-DEPOSITO.
           SET DEPOSITO-INVALIDO TO TRUE.

           PERFORM UNTIL DEPOSITO-VALIDO
               DISPLAY "Depósito desde el que se vende: "
               ACCEPT DEPOSITO-VENTA
               PERFORM VALIDAR-DEPOSITO
           END-PERFORM.

       VALIDAR-DEPOSITO.
           OPEN INPUT DEPOSITOS.

           IF ESTADO-DEPOSITOS NOT = "00"
               DISPLAY
               "Registro de depósitos no disponible, se vende desde "
               "el depósito principal"
               MOVE DEPOSITO-PRINCIPAL TO DEPOSITO-VENTA
               SET DEPOSITO-VALIDO TO TRUE
               CLOSE DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           MOVE DEPOSITO-VENTA TO DEP-CODIGO.

           READ DEPOSITOS
               KEY IS DEP-CODIGO
               INVALID KEY
                   DISPLAY "El código no corresponde a un depósito"
               NOT INVALID KEY
                   IF DEP-ACTIVO
                       SET DEPOSITO-VALIDO TO TRUE
                       DISPLAY "Depósito: " DEP-NOMBRE
                   ELSE
                       DISPLAY "El depósito está dado de baja"
                   END-IF
           END-READ.

           CLOSE DEPOSITOS.

       ASIGNAR-NUMERO-FACTURA.
           OPEN INPUT CONTADOR-FACTURAS.

           MOVE ZERO TO RECV-PAGADO.
           MOVE ZERO TO RECV-RECIBO-PAGO.

           IF VENTA-MOSTRADOR
               MOVE TOTAL-FINAL TO RECV-PAGADO
           END-IF.

           WRITE REGISTRO-CUENTA-A-COBRAR
               INVALID KEY
                   DISPLAY
                   "No fue posible registrar la cuenta a cobrar"
               NOT INVALID KEY
                   IF VENTA-MOSTRADOR
                       DISPLAY "Venta de mostrador registrada como "
                           "cobrada"
                   ELSE
                       DISPLAY
                       "Cuenta a cobrar registrada para el DNI "
                       DNI-CLIENTE-FACTURA
                   END-IF
           END-WRITE.

           CLOSE CUENTAS-A-COBRAR.
           END-PERFORM.

           OPEN I-O CATALOGO-PRODUCTOS.
           PERFORM ABRIR-STOCK-DEPOSITOS.
           OPEN INPUT COMPONENTES-KIT.

           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-PRODUCTOS
               SET LINEA-RECHAZADA TO TRUE
               PERFORM INGRESAR-UNA-LINEA UNTIL LINEA-ACEPTADA
           END-PERFORM.

           CLOSE COMPONENTES-KIT.
           CLOSE STOCK-DEPOSITOS.
           CLOSE CATALOGO-PRODUCTOS.

       INGRESAR-UNA-LINEA.
           SET LINEA-ACEPTADA TO TRUE.
           MOVE ZERO TO CANTIDAD-COMPONENTES.
           MOVE 'N' TO ORIGEN-CATALOGO(I).
           MOVE ZERO TO COSTO-PRODUCTO(I).
           DISPLAY "Ingrese el código del producto " I.
           ACCEPT CODIGO-PRODUCTO(I).
           PERFORM BUSCAR-PRODUCTO-CATALOGO.
           DISPLAY "Ingrese la cantidad del producto " I.
           ACCEPT CANTIDAD-PRODUCTO(I).

           IF ORIGEN-CATALOGO(I) NOT = 'S'
               PERFORM REGISTRAR-PRECIO-SIN-CATALOGO
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARGAR-COMPONENTES-KIT.

           IF CANTIDAD-COMPONENTES > ZERO
               PERFORM VERIFICAR-STOCK-DEL-KIT
               IF KIT-SIN-STOCK
                   DISPLAY
                   "El kit no puede venderse por falta de stock de "
                   "sus componentes, ingrese otro producto"
                   SET LINEA-RECHAZADA TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM DETERMINAR-PRECIO-CLIENTE.
           PERFORM CONFIRMAR-PRECIO.

           IF CANTIDAD-COMPONENTES > ZERO
               PERFORM DESCONTAR-COMPONENTES-KIT
           ELSE
               MOVE CODIGO-PRODUCTO(I) TO CODIGO-A-DESCONTAR
               MOVE CANTIDAD-PRODUCTO(I) TO CANTIDAD-PEDIDA
               PERFORM DESCONTAR-STOCK
           END-IF.

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

       VERIFICAR-STOCK-DEL-KIT.
           SET KIT-CON-STOCK TO TRUE.
           MOVE ZERO TO COSTO-KIT.

           DISPLAY "El producto es un kit de " CANTIDAD-COMPONENTES
               " componente(s)".

           PERFORM VERIFICAR-UN-COMPONENTE
               VARYING K FROM 1 BY 1
               UNTIL K > CANTIDAD-COMPONENTES.

           IF COSTO-KIT > 9999.99
               MOVE 9999.99 TO COSTO-PRODUCTO(I)
           ELSE
               MOVE COSTO-KIT TO COSTO-PRODUCTO(I)
           END-IF.

       VERIFICAR-UN-COMPONENTE.
           COMPUTE CANTIDAD-PEDIDA =
               CK-CANTIDAD(K) * CANTIDAD-PRODUCTO(I).

           MOVE CK-CODIGO(K) TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY "  Componente " CK-CODIGO(K)
                       " no está en el catálogo"
                   SET KIT-SIN-STOCK TO TRUE
                   EXIT PARAGRAPH
           END-READ.

           COMPUTE COSTO-KIT =
               COSTO-KIT + CP-COSTO-UNITARIO * CK-CANTIDAD(K).

           MOVE CP-STOCK-ACTUAL TO STOCK-COMPONENTE.

           IF MODO-DEPOSITOS
               MOVE DEPOSITO-VENTA TO SD-DEPOSITO
               MOVE CK-CODIGO(K) TO SD-CODIGO-PRODUCTO
               READ STOCK-DEPOSITOS
                   KEY IS SD-CLAVE
                   INVALID KEY
                       MOVE ZERO TO STOCK-COMPONENTE
                   NOT INVALID KEY
                       MOVE SD-STOCK TO STOCK-COMPONENTE
               END-READ
           END-IF.

           IF CANTIDAD-PEDIDA > STOCK-COMPONENTE
               DISPLAY "  Componente " CK-CODIGO(K)
                   " necesita " CANTIDAD-PEDIDA
                   " y hay " STOCK-COMPONENTE
               SET KIT-SIN-STOCK TO TRUE
           END-IF.

       DESCONTAR-COMPONENTES-KIT.
           PERFORM DESCONTAR-UN-COMPONENTE
               VARYING K FROM 1 BY 1
               UNTIL K > CANTIDAD-COMPONENTES.

       DESCONTAR-UN-COMPONENTE.
           MOVE CK-CODIGO(K) TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE CK-CODIGO(K) TO CODIGO-A-DESCONTAR.
           COMPUTE CANTIDAD-PEDIDA =
               CK-CANTIDAD(K) * CANTIDAD-PRODUCTO(I).

           PERFORM DESCONTAR-STOCK.

       DESCONTAR-STOCK.
           IF MODO-STOCK-NO-DISPONIBLE
               DISPLAY "ATENCIÓN: no se descontó el stock de "
                   CODIGO-A-DESCONTAR
               EXIT PARAGRAPH
           END-IF.

           IF MODO-DEPOSITOS
               PERFORM DESCONTAR-STOCK-DEPOSITO
           ELSE
               MOVE CP-STOCK-ACTUAL TO CANTIDAD-A-DESCONTAR
               IF CANTIDAD-PEDIDA > CP-STOCK-ACTUAL
                   DISPLAY
                   "ATENCIÓN: la cantidad pedida supera el stock "
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
                   "No fue posible descontar el stock del producto"
           END-REWRITE.

       ABRIR-STOCK-DEPOSITOS.
           SET MODO-CATALOGO TO TRUE.

           OPEN INPUT STOCK-DEPOSITOS.

           IF ESTADO-STOCK-DEPOSITOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           CLOSE STOCK-DEPOSITOS.
           OPEN I-O STOCK-DEPOSITOS.

           IF ESTADO-STOCK-DEPOSITOS = "00"
               SET MODO-DEPOSITOS TO TRUE
           ELSE
               DISPLAY "No fue posible abrir el stock por depósito ("
                   ESTADO-STOCK-DEPOSITOS ")"
               SET MODO-STOCK-NO-DISPONIBLE TO TRUE
           END-IF.

       DESCONTAR-STOCK-DEPOSITO.
           MOVE ZERO TO CANTIDAD-A-DESCONTAR.

           MOVE DEPOSITO-VENTA TO SD-DEPOSITO.
           MOVE CODIGO-A-DESCONTAR TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: " CODIGO-A-DESCONTAR " no tiene stock "
                   "en el depósito " DEPOSITO-VENTA
                   EXIT PARAGRAPH
           END-READ.

           IF CANTIDAD-PEDIDA > SD-STOCK
               DISPLAY
               "ATENCIÓN: la cantidad pedida supera el stock "
               "del depósito (" SD-STOCK ")"
               MOVE SD-STOCK TO CANTIDAD-A-DESCONTAR
           ELSE
               MOVE CANTIDAD-PEDIDA TO CANTIDAD-A-DESCONTAR
           END-IF.

           SUBTRACT CANTIDAD-A-DESCONTAR FROM SD-STOCK.

           REWRITE REGISTRO-STOCK-DEPOSITO
               INVALID KEY
                   DISPLAY
                   "No fue posible descontar el stock del depósito"
                   MOVE ZERO TO CANTIDAD-A-DESCONTAR
           END-REWRITE.

       BUSCAR-PRODUCTO-CATALOGO.
           IF ESTADO-CATALOGO NOT = "00"
               DISPLAY "Catálogo no disponible, ingreso manual."
               END-READ
           END-IF.

       DETERMINAR-PRECIO-CLIENTE.
           MOVE PRECIO-PRODUCTO(I) TO PRECIO-CATALOGO-PRODUCTO(I).
           MOVE PRECIO-PRODUCTO(I) TO MEJOR-PRECIO.
           SET PRECIO-SEGUN-CATALOGO(I) TO TRUE.
           MOVE ZERO TO LISTA-APLICADA(I).
           MOVE ZERO TO CANTIDAD-DESDE-APLICADA(I).
           MOVE "CATALOGO" TO TEXTO-ORIGEN-PRECIO(I).

           PERFORM BUSCAR-PRECIO-EN-LISTAS.
           PERFORM BUSCAR-PRECIO-EN-ACUERDOS.

           MOVE MEJOR-PRECIO TO PRECIO-PRODUCTO(I).
           MOVE MEJOR-PRECIO TO PRECIO-SUGERIDO(I).
           MOVE ORIGEN-PRECIO(I) TO ORIGEN-SUGERIDO(I).

           DISPLAY "Precio aplicado: " PRECIO-PRODUCTO(I)
               " (" TEXTO-ORIGEN-PRECIO(I) ")".

       BUSCAR-PRECIO-EN-LISTAS.
           OPEN INPUT LISTAS-CLIENTES.

           IF ESTADO-LISTAS-CLIENTES NOT = "00"
               CLOSE LISTAS-CLIENTES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LISTAS-PRECIOS.

           SET NO-FIN-BUSQUEDA TO TRUE.
           MOVE DNI-CLIENTE-FACTURA TO LCL-DNI-CLIENTE.
           MOVE ZERO TO LCL-LISTA.

           START LISTAS-CLIENTES
               KEY IS GREATER THAN OR EQUAL TO LCL-CLAVE
               INVALID KEY
                   SET FIN-BUSQUEDA TO TRUE
           END-START.

           PERFORM UNTIL FIN-BUSQUEDA
               READ LISTAS-CLIENTES NEXT RECORD
                   AT END
                       SET FIN-BUSQUEDA TO TRUE
                   NOT AT END
                       IF LCL-DNI-CLIENTE NOT = DNI-CLIENTE-FACTURA
                           SET FIN-BUSQUEDA TO TRUE
                       ELSE
                           PERFORM EVALUAR-LISTA-DEL-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LISTAS-PRECIOS.
           CLOSE LISTAS-CLIENTES.

       EVALUAR-LISTA-DEL-CLIENTE.
           MOVE LCL-LISTA TO LPR-LISTA.
           MOVE SPACES TO LPR-CODIGO-PRODUCTO.

           READ LISTAS-PRECIOS
               KEY IS LPR-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF NOT LPR-ACTIVA
               OR LPR-VIGENCIA-DESDE > FECHA-DE-HOY
               EXIT PARAGRAPH
           END-IF.

           IF LPR-VIGENCIA-HASTA NOT = ZERO
               AND LPR-VIGENCIA-HASTA < FECHA-DE-HOY
               EXIT PARAGRAPH
           END-IF.

           MOVE LPR-DESCRIPCION TO DESCRIPCION-LISTA.
           MOVE CODIGO-PRODUCTO(I) TO LPR-CODIGO-PRODUCTO.

           READ LISTAS-PRECIOS
               KEY IS LPR-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF LPR-PRECIO < MEJOR-PRECIO
               MOVE LPR-PRECIO TO MEJOR-PRECIO
               SET PRECIO-SEGUN-LISTA(I) TO TRUE
               MOVE LPR-LISTA TO LISTA-APLICADA(I)
               MOVE ZERO TO CANTIDAD-DESDE-APLICADA(I)
               MOVE LPR-LISTA TO LISTA-TEXTO
               MOVE SPACES TO TEXTO-ORIGEN-PRECIO(I)
               STRING "LISTA " DELIMITED BY SIZE
                   LISTA-TEXTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DESCRIPCION-LISTA DELIMITED BY SIZE
                   INTO TEXTO-ORIGEN-PRECIO(I)
           END-IF.

       BUSCAR-PRECIO-EN-ACUERDOS.
           OPEN INPUT ACUERDOS-CLIENTES.

           IF ESTADO-ACUERDOS NOT = "00"
               CLOSE ACUERDOS-CLIENTES
               EXIT PARAGRAPH
           END-IF.

           SET NO-FIN-BUSQUEDA TO TRUE.
           MOVE DNI-CLIENTE-FACTURA TO ACU-DNI-CLIENTE.
           MOVE CODIGO-PRODUCTO(I) TO ACU-CODIGO-PRODUCTO.
           MOVE ZERO TO ACU-CANTIDAD-DESDE.

           START ACUERDOS-CLIENTES
               KEY IS GREATER THAN OR EQUAL TO ACU-CLAVE
               INVALID KEY
                   SET FIN-BUSQUEDA TO TRUE
           END-START.

           PERFORM UNTIL FIN-BUSQUEDA
               READ ACUERDOS-CLIENTES NEXT RECORD
                   AT END
                       SET FIN-BUSQUEDA TO TRUE
                   NOT AT END
                       IF ACU-DNI-CLIENTE NOT = DNI-CLIENTE-FACTURA
                           OR ACU-CODIGO-PRODUCTO NOT =
                           CODIGO-PRODUCTO(I)
                           SET FIN-BUSQUEDA TO TRUE
                       ELSE
                           PERFORM EVALUAR-ACUERDO-DEL-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACUERDOS-CLIENTES.

       EVALUAR-ACUERDO-DEL-CLIENTE.
           IF ACU-CANTIDAD-DESDE > CANTIDAD-PRODUCTO(I)
               OR ACU-VIGENCIA-DESDE > FECHA-DE-HOY
               EXIT PARAGRAPH
           END-IF.

           IF ACU-VIGENCIA-HASTA NOT = ZERO
               AND ACU-VIGENCIA-HASTA < FECHA-DE-HOY
               EXIT PARAGRAPH
           END-IF.

           IF ACU-PORCENTAJE-FIJO
               COMPUTE PRECIO-CANDIDATO ROUNDED =
                   PRECIO-CATALOGO-PRODUCTO(I) *
                   (100 - ACU-PORCENTAJE) / 100
           ELSE
               MOVE ACU-PRECIO TO PRECIO-CANDIDATO
           END-IF.

           IF PRECIO-CANDIDATO < MEJOR-PRECIO
               MOVE PRECIO-CANDIDATO TO MEJOR-PRECIO
               SET PRECIO-SEGUN-ACUERDO(I) TO TRUE
               MOVE ZERO TO LISTA-APLICADA(I)
               MOVE ACU-CANTIDAD-DESDE TO CANTIDAD-DESDE-APLICADA(I)
               MOVE ACU-CANTIDAD-DESDE TO CANTIDAD-TEXTO
               MOVE SPACES TO TEXTO-ORIGEN-PRECIO(I)
               STRING "ACUERDO DESDE " DELIMITED BY SIZE
                   CANTIDAD-TEXTO DELIMITED BY SIZE
                   " U." DELIMITED BY SIZE
                   INTO TEXTO-ORIGEN-PRECIO(I)
           END-IF.

       CONFIRMAR-PRECIO.
           DISPLAY "¿Modificar el precio a mano? (S/N) ".
           ACCEPT RESPUESTA-PRECIO.

           IF NOT MODIFICAR-PRECIO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Ingrese el precio del producto " I.
           ACCEPT PRECIO-MANUAL.

           IF PRECIO-MANUAL = PRECIO-SUGERIDO(I)
               EXIT PARAGRAPH
           END-IF.

           MOVE PRECIO-MANUAL TO PRECIO-PRODUCTO(I).
           SET PRECIO-MODIFICADO-A-MANO(I) TO TRUE.
           MOVE "MODIFICADO A MANO" TO TEXTO-ORIGEN-PRECIO(I).

       REGISTRAR-PRECIO-SIN-CATALOGO.
           MOVE ZERO TO PRECIO-CATALOGO-PRODUCTO(I).
           MOVE ZERO TO PRECIO-SUGERIDO(I).
           SET PRECIO-SIN-CATALOGO(I) TO TRUE.
           MOVE 'S' TO ORIGEN-SUGERIDO(I).
           MOVE ZERO TO LISTA-APLICADA(I).
           MOVE ZERO TO CANTIDAD-DESDE-APLICADA(I).
           MOVE "SIN CATALOGO" TO TEXTO-ORIGEN-PRECIO(I).

       CALCULOS-TOTAL-SUBTOTAL.
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-PRODUCTOS
           END-PERFORM.

       MOSTRAR-FACTURA.
           IF VENTA-MOSTRADOR
               DISPLAY "Ticket N° " NUMERO-FACTURA
                   " - Consumidor final - Caja " CAJA-VENTA
                   " - Vendedor " VENDEDOR-FACTURA
           ELSE
               DISPLAY "Factura N° " NUMERO-FACTURA
                   " - Cliente DNI " DNI-CLIENTE-FACTURA
                   " - Vendedor " VENDEDOR-FACTURA
           END-IF.
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-PRODUCTOS
               DISPLAY "Producto: " I
               " Código: " CODIGO-PRODUCTO(I)
               " Descripción: " DESCRIPCION-PRODUCTO(I)
               " Precio: " PRECIO-PRODUCTO(I)
               " (" TEXTO-ORIGEN-PRECIO(I) ")"
               " Cantidad: " CANTIDAD-PRODUCTO(I)
               " Subtotal del producto: " SUBTOTAL-PRODUCTO(I)
           END-PERFORM.
           MOVE PORCENTAJE-IMPUESTO TO HF-PORC-IMPUESTO.
           MOVE MONTO-IMPUESTO TO HF-MONTO-IMPUESTO.
           MOVE TOTAL-FINAL TO HF-TOTAL-FINAL.
           SET HF-CAE-PENDIENTE TO TRUE.
           MOVE ZERO TO HF-CAE.
           MOVE ZERO TO HF-VENCIMIENTO-CAE.
           MOVE VENDEDOR-FACTURA TO HF-VENDEDOR.
           MOVE DEPOSITO-VENTA TO HF-DEPOSITO.
           WRITE REGISTRO-HISTORIAL-FACTURA.

           PERFORM VARYING I FROM 1 BY 1

           CLOSE HISTORIAL-FACTURAS.

       GRABAR-PRECIOS-APLICADOS.
           OPEN I-O PRECIOS-APLICADOS.

           IF ESTADO-PRECIOS-APLICADOS NOT = "00"
               AND ESTADO-PRECIOS-APLICADOS NOT = "05"
               DISPLAY "No fue posible abrir el origen de los precios ("
                   ESTADO-PRECIOS-APLICADOS ")"
               CLOSE PRECIOS-APLICADOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-PRODUCTOS
               SET PA-ES-FACTURA TO TRUE
               MOVE NUMERO-FACTURA TO PA-NUMERO
               MOVE I TO PA-LINEA
               MOVE FECHA-DE-HOY TO PA-FECHA
               MOVE DNI-CLIENTE-FACTURA TO PA-DNI-CLIENTE
               MOVE CODIGO-PRODUCTO(I) TO PA-CODIGO-PRODUCTO
               MOVE CANTIDAD-PRODUCTO(I) TO PA-CANTIDAD
               MOVE PRECIO-CATALOGO-PRODUCTO(I) TO PA-PRECIO-CATALOGO
               MOVE PRECIO-SUGERIDO(I) TO PA-PRECIO-SUGERIDO
               MOVE PRECIO-PRODUCTO(I) TO PA-PRECIO-APLICADO
               MOVE ORIGEN-PRECIO(I) TO PA-ORIGEN
               MOVE ORIGEN-SUGERIDO(I) TO PA-ORIGEN-SUGERIDO
               MOVE LISTA-APLICADA(I) TO PA-LISTA
               MOVE CANTIDAD-DESDE-APLICADA(I) TO PA-CANTIDAD-DESDE
               MOVE TEXTO-ORIGEN-PRECIO(I) TO PA-TEXTO-ORIGEN
               WRITE REGISTRO-PRECIO-APLICADO
                   INVALID KEY
                       DISPLAY
                       "No fue posible registrar el origen del precio "
                       "de la línea " I
               END-WRITE
           END-PERFORM.

           CLOSE PRECIOS-APLICADOS.

       GRABAR-SOLICITUD-CAE.
           OPEN EXTEND SOLICITUDES-CAE.
           IF ESTADO-SOLICITUDES = "35"
               OPEN OUTPUT SOLICITUDES-CAE
               CLOSE SOLICITUDES-CAE
               OPEN EXTEND SOLICITUDES-CAE
           END-IF.

           IF ESTADO-SOLICITUDES NOT = "00"
               DISPLAY "No fue posible abrir las solicitudes de CAE ("
                   ESTADO-SOLICITUDES "), la factura " NUMERO-FACTURA
                   " queda sin solicitar"
               CLOSE SOLICITUDES-CAE
               EXIT PARAGRAPH
           END-IF.

           MOVE NUMERO-FACTURA TO SOL-NUMERO-FACTURA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SOL-FECHA.
           MOVE DNI-CLIENTE-FACTURA TO SOL-DNI-CLIENTE.
           MOVE CUIT-CLIENTE-FACTURA TO SOL-CUIT-CLIENTE.
           MOVE TIPO-CLIENTE-FACTURA TO SOL-TIPO-CLIENTE.
           COMPUTE SOL-NETO = SUBTOTAL-FACTURA - MONTO-DESCUENTO.
           MOVE PORCENTAJE-IMPUESTO TO SOL-PORC-IMPUESTO.
           MOVE MONTO-IMPUESTO TO SOL-MONTO-IMPUESTO.
           MOVE TOTAL-FINAL TO SOL-TOTAL.
           WRITE REGISTRO-SOLICITUD-CAE.

           IF ESTADO-SOLICITUDES NOT = "00"
               DISPLAY "No fue posible registrar la solicitud de CAE ("
                   ESTADO-SOLICITUDES "), la factura " NUMERO-FACTURA
                   " queda sin solicitar"
               CLOSE SOLICITUDES-CAE
               EXIT PARAGRAPH
           END-IF.

           CLOSE SOLICITUDES-CAE.

           DISPLAY "Factura " NUMERO-FACTURA
               " pendiente de autorización (CAE)".

       END PROGRAM calculo.
       
