       RECORD KEY IS CP-CODIGO-PRODUCTO
       FILE STATUS IS ESTADO-CATALOGO.

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

       DATA DIVISION.
       FILE SECTION.
       FD  PROVEEDORES.
           05  PRV-ESTADO PIC X.
               88  PRV-ACTIVO VALUE 'A'.
               88  PRV-BAJA VALUE 'B'.
           05  PRV-CUENTA-PAGO PIC 9(8).
           05  PRV-DESTINATARIO PIC 9(6).

       FD  ORDENES.
       01  REGISTRO-ORDEN.
           05  OC-ESTADO PIC X.
               88  OC-ABIERTA VALUE 'A'.
               88  OC-RECIBIDA VALUE 'R'.
           05  OC-PRECIO-UNITARIO PIC 9(4)V99.
           05  OC-CANT-FACTURADA PIC 9(6).

       FD  CONTADOR-ORDENES.
       01  REGISTRO-CONTADOR-ORDENES.
           05  CP-PUNTO-REPEDIDO PIC 9(6).
           05  CP-COSTO-UNITARIO PIC 9(4)V99.

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

       WORKING-STORAGE SECTION.
       01  ESTADO-PROVEEDORES PIC XX.
       01  ESTADO-ORDENES PIC XX.
       01  ESTADO-CONTADOR PIC XX.
       01  ESTADO-CATALOGO PIC XX.
       01  ESTADO-DEPOSITOS PIC XX.
       01  ESTADO-STOCK-DEPOSITOS PIC XX.

       01  OPCIONES-MENU PIC 9.
           88  OPCION-ALTA-PROVEEDOR VALUE 1.
           88  OPCION-GENERAR-ORDEN VALUE 3.
           88  OPCION-RECIBIR VALUE 4.
           88  OPCION-INFORME VALUE 5.
           88  OPCION-DATOS-DE-PAGO VALUE 6.
           88  SALIR VALUE 7.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
       01  CANTIDAD-RECIBIDA PIC 9(6).
       01  COSTO-RECIBIDO PIC 9(4)V99.
       01  CANTIDAD-PROPUESTA PIC 9(6).
       01  PRECIO-PACTADO PIC 9(4)V99.
       01  CANTIDAD-PENDIENTE PIC S9(7).
       01  NUMERO-ORDEN PIC 9(6).
       01  ULTIMA-ORDEN PIC 9(6) VALUE ZERO.
           88  PROVEEDOR-VALIDO VALUE 'S'.
           88  PROVEEDOR-INVALIDO VALUE 'N'.

       01  DEPOSITO-BUSCADO PIC 9(3).
       01  DEPOSITO-PRINCIPAL PIC 9(3) VALUE 1.
       01  DEPOSITO-VALIDO-FLAG PIC X.
           88  DEPOSITO-VALIDO VALUE 'S'.
           88  DEPOSITO-INVALIDO VALUE 'N'.
       01  DEPOSITO-ACTUALIZADO-FLAG PIC X.
           88  DEPOSITO-ACTUALIZADO VALUE 'S'.
           88  DEPOSITO-NO-ACTUALIZADO VALUE 'N'.
       01  MODO-STOCK-FLAG PIC X.
           88  MODO-DEPOSITOS VALUE 'S'.
           88  MODO-CATALOGO VALUE 'N'.
           88  MODO-STOCK-NO-DISPONIBLE VALUE 'E'.
       01  STOCK-REFERENCIA PIC 9(7).
       01  PUNTO-REFERENCIA PIC 9(6).

       01  NOMBRE-AMBIENTE PIC X(20).
       01  RUTA-AMBIENTE PIC X(70).

           DISPLAY "Generar orden por punto de repedido (3)".
           DISPLAY "Recibir mercadería (4)".
           DISPLAY "Órdenes abiertas por proveedor (5)".
           DISPLAY "Datos de pago de un proveedor (6)".
           DISPLAY "Salir (7)".
           ACCEPT OPCIONES-MENU.

           EVALUATE TRUE
                   PERFORM RECIBIR-MERCADERIA
               WHEN OPCION-INFORME
                   PERFORM INFORME-ORDENES-ABIERTAS
               WHEN OPCION-DATOS-DE-PAGO
                   PERFORM ACTUALIZAR-DATOS-DE-PAGO
               WHEN SALIR
                   CONTINUE
               WHEN OTHER
           ACCEPT PRV-NOMBRE.
           DISPLAY "CUIT: ".
           ACCEPT PRV-CUIT.
           PERFORM INGRESAR-MEDIO-DE-PAGO.

           SET PRV-ACTIVO TO TRUE.

                       " CUIT " PRV-CUIT
                       " " PRV-NOMBRE
                       " estado " PRV-ESTADO
                       " cuenta " PRV-CUENTA-PAGO
                       " destinatario " PRV-DESTINATARIO
                       ADD 1 TO FILAS-LISTADAS
               END-READ
           END-PERFORM.
               DISPLAY "No hay proveedores registrados"
           END-IF.

       INGRESAR-MEDIO-DE-PAGO.
           DISPLAY "Cuenta del proveedor en el banco "
               "(0 si no tiene): ".
           ACCEPT PRV-CUENTA-PAGO.
           DISPLAY "Destinatario interbancario registrado "
               "(0 si no tiene): ".
           ACCEPT PRV-DESTINATARIO.

           IF PRV-CUENTA-PAGO = ZERO AND PRV-DESTINATARIO = ZERO
               DISPLAY
               "ATENCIÓN: sin cuenta ni destinatario sus facturas "
               "no podrán pagarse por banco"
           END-IF.

       ACTUALIZAR-DATOS-DE-PAGO.
           DISPLAY "Código de proveedor: ".
           ACCEPT PROVEEDOR-BUSCADO.

           OPEN I-O PROVEEDORES.

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
                   CLOSE PROVEEDORES
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Proveedor " PRV-CODIGO " " PRV-NOMBRE.
           DISPLAY "Cuenta actual " PRV-CUENTA-PAGO
               " destinatario actual " PRV-DESTINATARIO.

           PERFORM INGRESAR-MEDIO-DE-PAGO.

           REWRITE REGISTRO-PROVEEDOR
               INVALID KEY
                   DISPLAY "No fue posible actualizar el proveedor"
               NOT INVALID KEY
                   DISPLAY "Datos de pago actualizados"
           END-REWRITE.

           CLOSE PROVEEDORES.

       VALIDAR-PROVEEDOR.
           SET PROVEEDOR-INVALIDO TO TRUE.


           CLOSE PROVEEDORES.

       VALIDAR-DEPOSITO.
           SET DEPOSITO-INVALIDO TO TRUE.

           OPEN INPUT DEPOSITOS.

           IF ESTADO-DEPOSITOS NOT = "00"
               DISPLAY
               "Registro de depósitos no disponible, se usa el "
               "depósito principal"
               MOVE DEPOSITO-PRINCIPAL TO DEPOSITO-BUSCADO
               SET DEPOSITO-VALIDO TO TRUE
               CLOSE DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           MOVE DEPOSITO-BUSCADO TO DEP-CODIGO.

           READ DEPOSITOS
               KEY IS DEP-CODIGO
               INVALID KEY
                   DISPLAY "No existe ese depósito"
               NOT INVALID KEY
                   IF DEP-ACTIVO
                       SET DEPOSITO-VALIDO TO TRUE
                   ELSE
                       DISPLAY "El depósito está dado de baja"
                   END-IF
           END-READ.

           CLOSE DEPOSITOS.

       GENERAR-ORDEN-DE-COMPRA.
           DISPLAY "Proveedor al que se emite la orden: ".
           ACCEPT PROVEEDOR-BUSCADO.
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Depósito a reponer: ".
           ACCEPT DEPOSITO-BUSCADO.

           PERFORM VALIDAR-DEPOSITO.

           IF DEPOSITO-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           PERFORM ASIGNAR-NUMERO-DE-ORDEN.

           MOVE ZERO TO LINEA-ACTUAL.
           END-IF.

           OPEN I-O ORDENES.
           OPEN INPUT STOCK-DEPOSITOS.

           IF ESTADO-STOCK-DEPOSITOS = "00"
               PERFORM REVISAR-STOCK-DEL-DEPOSITO
           ELSE
               DISPLAY
               "Stock por depósito no disponible, se usa el "
               "stock total del catálogo"
               PERFORM REVISAR-STOCK-DEL-CATALOGO
           END-IF.

           CLOSE STOCK-DEPOSITOS.
           CLOSE ORDENES.
           CLOSE CATALOGO-PRODUCTOS.

           IF LINEAS-GENERADAS = ZERO
               DISPLAY
               "Ningún producto está en el punto de repedido, "
               "no se generó la orden"
           ELSE
               DISPLAY "Orden " NUMERO-ORDEN " generada con "
                   LINEAS-GENERADAS " línea(s) para el depósito "
                   DEPOSITO-BUSCADO
           END-IF.

       REVISAR-STOCK-DEL-CATALOGO.
           PERFORM UNTIL FIN-ARCHIVO
               READ CATALOGO-PRODUCTOS NEXT RECORD
                   AT END
                       IF CP-PRODUCTO-ACTIVO
                           AND CP-STOCK-ACTUAL <=
                           CP-PUNTO-REPEDIDO
                           MOVE CP-STOCK-ACTUAL TO STOCK-REFERENCIA
                           MOVE CP-PUNTO-REPEDIDO
                               TO PUNTO-REFERENCIA
                           PERFORM PROPONER-LINEA-DE-ORDEN
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-STOCK-DEL-DEPOSITO.
           MOVE DEPOSITO-BUSCADO TO SD-DEPOSITO.
           MOVE LOW-VALUES TO SD-CODIGO-PRODUCTO.

           START STOCK-DEPOSITOS
               KEY IS GREATER THAN OR EQUAL TO SD-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ STOCK-DEPOSITOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF SD-DEPOSITO NOT = DEPOSITO-BUSCADO
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM REVISAR-PRODUCTO-DEL-DEPOSITO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-PRODUCTO-DEL-DEPOSITO.
           COMPUTE STOCK-REFERENCIA = SD-STOCK + SD-EN-TRANSITO.
           MOVE SD-PUNTO-REPEDIDO TO PUNTO-REFERENCIA.

           IF STOCK-REFERENCIA > PUNTO-REFERENCIA
               EXIT PARAGRAPH
           END-IF.

           MOVE SD-CODIGO-PRODUCTO TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF CP-PRODUCTO-ACTIVO
               PERFORM PROPONER-LINEA-DE-ORDEN
           END-IF.

       PROPONER-LINEA-DE-ORDEN.
           IF STOCK-REFERENCIA >= PUNTO-REFERENCIA * 2
               MOVE ZERO TO CANTIDAD-PROPUESTA
           ELSE
               COMPUTE CANTIDAD-PROPUESTA =
                   (PUNTO-REFERENCIA * 2) - STOCK-REFERENCIA
           END-IF.

           DISPLAY "Producto " CP-CODIGO-PRODUCTO
               " stock " STOCK-REFERENCIA
               " repedido " PUNTO-REFERENCIA
               " propuesta " CANTIDAD-PROPUESTA.
           DISPLAY "Cantidad a pedir (0 = omitir la línea): ".
           ACCEPT CANTIDAD-PROPUESTA.
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Precio unitario pactado (0 = costo vigente "
               CP-COSTO-UNITARIO "): ".
           ACCEPT PRECIO-PACTADO.

           IF PRECIO-PACTADO = ZERO
               MOVE CP-COSTO-UNITARIO TO PRECIO-PACTADO
           END-IF.

           ADD 1 TO LINEA-ACTUAL.

           MOVE NUMERO-ORDEN TO OC-NUMERO.
           MOVE CP-CODIGO-PRODUCTO TO OC-CODIGO-PRODUCTO.
           MOVE CANTIDAD-PROPUESTA TO OC-CANT-PEDIDA.
           MOVE ZERO TO OC-CANT-RECIBIDA.
           MOVE PRECIO-PACTADO TO OC-PRECIO-UNITARIO.
           MOVE ZERO TO OC-CANT-FACTURADA.
           MOVE FECHA-DE-HOY TO OC-FECHA.
           SET OC-ABIERTA TO TRUE.

               "lo pendiente, quede asentada la diferencia"
           END-IF.

           DISPLAY "Depósito que recibe la mercadería: ".
           ACCEPT DEPOSITO-BUSCADO.

           PERFORM VALIDAR-DEPOSITO.

           IF DEPOSITO-INVALIDO
               DISPLAY "No se registró recepción"
               CLOSE ORDENES
               EXIT PARAGRAPH
           END-IF.

           ADD CANTIDAD-RECIBIDA TO OC-CANT-RECIBIDA.

           IF OC-CANT-RECIBIDA >= OC-CANT-PEDIDA
                   DISPLAY
                   "El producto no está en el catálogo, el "
                   "stock no se actualizó"
                   CLOSE CATALOGO-PRODUCTOS
                   EXIT PARAGRAPH
           END-READ.

           PERFORM INGRESAR-STOCK-AL-DEPOSITO.

           IF DEPOSITO-NO-ACTUALIZADO
               DISPLAY "Ingrese el stock manualmente"
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECALCULAR-COSTO-PROMEDIO.
           ADD CANTIDAD-RECIBIDA TO CP-STOCK-ACTUAL.

           REWRITE REGISTRO-PRODUCTO-CATALOGO
               INVALID KEY
                   DISPLAY
                   "No fue posible actualizar el stock"
               NOT INVALID KEY
                   DISPLAY
                   "Stock actualizado: "
                   CP-CODIGO-PRODUCTO
                   " ahora tiene " CP-STOCK-ACTUAL
                   " a costo promedio "
                   CP-COSTO-UNITARIO
           END-REWRITE.

           CLOSE CATALOGO-PRODUCTOS.

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

       INGRESAR-STOCK-AL-DEPOSITO.
           SET DEPOSITO-ACTUALIZADO TO TRUE.

           PERFORM ABRIR-STOCK-DEPOSITOS.

           IF MODO-CATALOGO
               CLOSE STOCK-DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           IF MODO-STOCK-NO-DISPONIBLE
               SET DEPOSITO-NO-ACTUALIZADO TO TRUE
               CLOSE STOCK-DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           MOVE DEPOSITO-BUSCADO TO SD-DEPOSITO.
           MOVE OC-CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   MOVE CANTIDAD-RECIBIDA TO SD-STOCK
                   MOVE ZERO TO SD-EN-TRANSITO
                   MOVE ZERO TO SD-PUNTO-REPEDIDO
                   WRITE REGISTRO-STOCK-DEPOSITO
                       INVALID KEY
                           SET DEPOSITO-NO-ACTUALIZADO TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   ADD CANTIDAD-RECIBIDA TO SD-STOCK
                   REWRITE REGISTRO-STOCK-DEPOSITO
                       INVALID KEY
                           SET DEPOSITO-NO-ACTUALIZADO TO TRUE
                   END-REWRITE
           END-READ.

           IF DEPOSITO-NO-ACTUALIZADO
               DISPLAY
               "No fue posible ingresar el stock en el depósito "
               DEPOSITO-BUSCADO
           ELSE
               DISPLAY "Depósito " DEPOSITO-BUSCADO " ahora tiene "
                   SD-STOCK
           END-IF.

           CLOSE STOCK-DEPOSITOS.

       RECALCULAR-COSTO-PROMEDIO.
           IF COSTO-RECIBIDO = ZERO
                           " " OC-CODIGO-PRODUCTO
                           " pedido " OC-CANT-PEDIDA
                           " recibido " OC-CANT-RECIBIDA
                           " precio " OC-PRECIO-UNITARIO
                           " fecha " OC-FECHA
                           ADD 1 TO FILAS-LISTADAS
                       END-IF
