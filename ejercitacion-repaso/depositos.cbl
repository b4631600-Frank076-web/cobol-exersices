       IDENTIFICATION DIVISION.
       PROGRAM-ID. depositos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       SELECT OPTIONAL TRANSFERENCIAS
       ASSIGN TO "transferencias.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TR-CLAVE
       FILE STATUS IS ESTADO-TRANSFERENCIAS.

       SELECT OPTIONAL CONTADOR-TRANSFERENCIAS
       ASSIGN TO "transferencias-counter.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-CONTADOR.

       SELECT OPTIONAL CATALOGO-PRODUCTOS
       ASSIGN TO "productos.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CP-CODIGO-PRODUCTO
       FILE STATUS IS ESTADO-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TRANSFERENCIAS.
       01  REGISTRO-TRANSFERENCIA.
           05  TR-CLAVE.
               10  TR-NUMERO PIC 9(6).
               10  TR-LINEA PIC 9(3).
           05  TR-RESTO PIC X(40).
           05  TR-CABECERA REDEFINES TR-RESTO.
               10  TR-ORIGEN PIC 9(3).
               10  TR-DESTINO PIC 9(3).
               10  TR-FECHA-EMISION PIC 9(8).
               10  TR-FECHA-RECEPCION PIC 9(8).
               10  TR-ESTADO PIC X.
                   88  TR-EN-TRANSITO VALUE 'T'.
                   88  TR-RECIBIDA VALUE 'R'.
               10  TR-LINEAS PIC 9(3).
               10  FILLER PIC X(14).
           05  TR-DETALLE REDEFINES TR-RESTO.
               10  TR-CODIGO-PRODUCTO PIC X(10).
               10  TR-CANTIDAD PIC 9(6).
               10  TR-CANT-RECIBIDA PIC 9(6).
               10  FILLER PIC X(18).

       FD  CONTADOR-TRANSFERENCIAS.
       01  REGISTRO-CONTADOR-TRANSFERENCIAS.
           05  CT-ULTIMA-TRANSFERENCIA PIC 9(6).

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

       WORKING-STORAGE SECTION.
       01  ESTADO-DEPOSITOS PIC XX.
       01  ESTADO-STOCK-DEPOSITOS PIC XX.
       01  ESTADO-TRANSFERENCIAS PIC XX.
       01  ESTADO-CONTADOR PIC XX.
       01  ESTADO-CATALOGO PIC XX.

       01  OPCIONES-MENU PIC 9.
           88  OPCION-ALTA VALUE 1.
           88  OPCION-LISTAR VALUE 2.
           88  OPCION-STOCK-PRODUCTO VALUE 3.
           88  OPCION-REPEDIDO VALUE 4.
           88  OPCION-EMITIR VALUE 5.
           88  OPCION-RECIBIR VALUE 6.
           88  OPCION-EN-TRANSITO VALUE 7.
           88  SALIR VALUE 8.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  DEPOSITO-VALIDO-FLAG PIC X.
           88  DEPOSITO-VALIDO VALUE 'S'.
           88  DEPOSITO-INVALIDO VALUE 'N'.

       01  DEPOSITO-BUSCADO PIC 9(3).
       01  DEPOSITO-ORIGEN PIC 9(3).
       01  DEPOSITO-DESTINO PIC 9(3).
       01  CODIGO-PRODUCTO PIC X(10).
       01  CANTIDAD-TRANSFERIDA PIC 9(6).
       01  CANTIDAD-RECIBIDA PIC 9(6).
       01  CANTIDAD-FALTANTE PIC 9(6).
       01  PUNTO-REPEDIDO-NUEVO PIC 9(6).
       01  STOCK-TOTAL-DEPOSITOS PIC 9(7).
       01  TRANSITO-TOTAL-DEPOSITOS PIC 9(7).
       01  STOCK-CATALOGO PIC 9(6).

       01  NUMERO-TRANSFERENCIA PIC 9(6).
       01  ULTIMA-TRANSFERENCIA PIC 9(6) VALUE ZERO.
       01  TRANSFERENCIA-BUSCADA PIC 9(6).
       01  LINEA-ACTUAL PIC 9(3).
       01  LINEAS-TRANSFERENCIA PIC 9(3).
       01  MAXIMO-LINEAS PIC 9(3) VALUE 99.
       01  FALTANTES-TRANSFERENCIA PIC 9(7).
       01  FILAS-LISTADAS PIC 9(4) VALUE ZERO.
       01  FECHA-DE-HOY PIC 9(8).

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
           DISPLAY "--- Depósitos y transferencias ---".
           DISPLAY "Alta o modificación de depósito (1)".
           DISPLAY "Listar depósitos (2)".
           DISPLAY "Stock de un producto por depósito (3)".
           DISPLAY "Punto de repedido en un depósito (4)".
           DISPLAY "Emitir transferencia entre depósitos (5)".
           DISPLAY "Recibir transferencia (6)".
           DISPLAY "Transferencias en tránsito (7)".
           DISPLAY "Salir (8)".
           ACCEPT OPCIONES-MENU.

           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-DEPOSITO
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-DEPOSITOS
               WHEN OPCION-STOCK-PRODUCTO
                   PERFORM STOCK-POR-DEPOSITO
               WHEN OPCION-REPEDIDO
                   PERFORM CARGAR-PUNTO-REPEDIDO
               WHEN OPCION-EMITIR
                   PERFORM EMITIR-TRANSFERENCIA
               WHEN OPCION-RECIBIR
                   PERFORM RECIBIR-TRANSFERENCIA
               WHEN OPCION-EN-TRANSITO
                   PERFORM LISTAR-EN-TRANSITO
               WHEN SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       ALTA-DEPOSITO.
           DISPLAY "Código de depósito (1-999): ".
           ACCEPT DEPOSITO-BUSCADO.

           IF DEPOSITO-BUSCADO = ZERO
               DISPLAY "Código de depósito inválido"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O DEPOSITOS.

           MOVE DEPOSITO-BUSCADO TO DEP-CODIGO.

           READ DEPOSITOS
               KEY IS DEP-CODIGO
               INVALID KEY
                   MOVE SPACES TO DEP-NOMBRE
                   MOVE SPACES TO DEP-UBICACION
                   MOVE FECHA-DE-HOY TO DEP-FECHA-ALTA
                   DISPLAY "Depósito nuevo"
               NOT INVALID KEY
                   DISPLAY "Depósito existente: " DEP-NOMBRE
                       " (" DEP-UBICACION ") estado " DEP-ESTADO
           END-READ.

           DISPLAY "Nombre: ".
           ACCEPT DEP-NOMBRE.
           DISPLAY "Ubicación: ".
           ACCEPT DEP-UBICACION.
           DISPLAY "¿Activo (A) o dado de baja (B)? ".
           ACCEPT DEP-ESTADO.

           IF NOT DEP-ACTIVO AND NOT DEP-DADO-DE-BAJA
               SET DEP-ACTIVO TO TRUE
           END-IF.

           IF DEP-NOMBRE = SPACES
               DISPLAY "El nombre es obligatorio"
               CLOSE DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           MOVE DEPOSITO-BUSCADO TO DEP-CODIGO.

           WRITE REGISTRO-DEPOSITO
               INVALID KEY
                   REWRITE REGISTRO-DEPOSITO
                       INVALID KEY
                           DISPLAY "No fue posible grabar el depósito"
                       NOT INVALID KEY
                           DISPLAY "Depósito " DEP-CODIGO
                               " actualizado"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Depósito " DEP-CODIGO " dado de alta"
           END-WRITE.

           CLOSE DEPOSITOS.

       LISTAR-DEPOSITOS.
           SET NO-FIN-ARCHIVO TO TRUE.
           MOVE ZERO TO FILAS-LISTADAS.

           OPEN INPUT DEPOSITOS.

           IF ESTADO-DEPOSITOS NOT = "00"
               DISPLAY "No hay depósitos registrados"
               CLOSE DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FIN-ARCHIVO
               READ DEPOSITOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       DISPLAY
                       "Depósito " DEP-CODIGO
                       " " DEP-NOMBRE
                       " " DEP-UBICACION
                       " estado " DEP-ESTADO
                       ADD 1 TO FILAS-LISTADAS
               END-READ
           END-PERFORM.

           CLOSE DEPOSITOS.

           IF FILAS-LISTADAS = ZERO
               DISPLAY "No hay depósitos registrados"
           END-IF.

       VALIDAR-DEPOSITO.
           SET DEPOSITO-INVALIDO TO TRUE.

           OPEN INPUT DEPOSITOS.

           IF ESTADO-DEPOSITOS NOT = "00"
               DISPLAY "No hay depósitos registrados"
               CLOSE DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           MOVE DEPOSITO-BUSCADO TO DEP-CODIGO.

           READ DEPOSITOS
               KEY IS DEP-CODIGO
               INVALID KEY
                   DISPLAY "No existe el depósito " DEPOSITO-BUSCADO
               NOT INVALID KEY
                   IF DEP-ACTIVO
                       SET DEPOSITO-VALIDO TO TRUE
                   ELSE
                       DISPLAY "El depósito " DEPOSITO-BUSCADO
                           " está dado de baja"
                   END-IF
           END-READ.

           CLOSE DEPOSITOS.

       VERIFICAR-PRODUCTO.
           OPEN INPUT CATALOGO-PRODUCTOS.

           IF ESTADO-CATALOGO NOT = "00"
               DISPLAY "Catálogo de productos no disponible"
               MOVE SPACES TO CODIGO-PRODUCTO
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           MOVE CODIGO-PRODUCTO TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY "El producto no está en el catálogo"
                   MOVE SPACES TO CODIGO-PRODUCTO
               NOT INVALID KEY
                   DISPLAY "Producto: " CP-DESCRIPCION-PRODUCTO
                   MOVE CP-STOCK-ACTUAL TO STOCK-CATALOGO
           END-READ.

           CLOSE CATALOGO-PRODUCTOS.

       STOCK-POR-DEPOSITO.
           DISPLAY "Código del producto: ".
           ACCEPT CODIGO-PRODUCTO.

           PERFORM VERIFICAR-PRODUCTO.

           IF CODIGO-PRODUCTO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO STOCK-TOTAL-DEPOSITOS.
           MOVE ZERO TO TRANSITO-TOTAL-DEPOSITOS.
           MOVE ZERO TO FILAS-LISTADAS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT DEPOSITOS.

           IF ESTADO-DEPOSITOS NOT = "00"
               DISPLAY "No hay depósitos registrados"
               CLOSE DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT STOCK-DEPOSITOS.

           PERFORM UNTIL FIN-ARCHIVO
               READ DEPOSITOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM MOSTRAR-STOCK-EN-DEPOSITO
               END-READ
           END-PERFORM.

           CLOSE STOCK-DEPOSITOS.
           CLOSE DEPOSITOS.

           IF FILAS-LISTADAS = ZERO
               DISPLAY "El producto no tiene stock en ningún depósito"
           END-IF.

           DISPLAY "Total en depósitos " STOCK-TOTAL-DEPOSITOS
               ", en tránsito " TRANSITO-TOTAL-DEPOSITOS
               ", stock total del catálogo " STOCK-CATALOGO.

       MOSTRAR-STOCK-EN-DEPOSITO.
           IF ESTADO-STOCK-DEPOSITOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE DEP-CODIGO TO SD-DEPOSITO.
           MOVE CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Depósito " DEP-CODIGO " " DEP-NOMBRE
               " stock " SD-STOCK
               " en tránsito " SD-EN-TRANSITO
               " repedido " SD-PUNTO-REPEDIDO.

           ADD SD-STOCK TO STOCK-TOTAL-DEPOSITOS.
           ADD SD-EN-TRANSITO TO TRANSITO-TOTAL-DEPOSITOS.
           ADD 1 TO FILAS-LISTADAS.

       CARGAR-PUNTO-REPEDIDO.
           DISPLAY "Depósito: ".
           ACCEPT DEPOSITO-BUSCADO.

           PERFORM VALIDAR-DEPOSITO.

           IF DEPOSITO-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Código del producto: ".
           ACCEPT CODIGO-PRODUCTO.

           PERFORM VERIFICAR-PRODUCTO.

           IF CODIGO-PRODUCTO = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O STOCK-DEPOSITOS.

           MOVE DEPOSITO-BUSCADO TO SD-DEPOSITO.
           MOVE CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   MOVE ZERO TO SD-STOCK
                   MOVE ZERO TO SD-EN-TRANSITO
                   MOVE ZERO TO SD-PUNTO-REPEDIDO
           END-READ.

           DISPLAY "Stock en el depósito " SD-STOCK
               ", punto de repedido actual " SD-PUNTO-REPEDIDO.
           DISPLAY "Nuevo punto de repedido: ".
           ACCEPT PUNTO-REPEDIDO-NUEVO.

           MOVE PUNTO-REPEDIDO-NUEVO TO SD-PUNTO-REPEDIDO.

           WRITE REGISTRO-STOCK-DEPOSITO
               INVALID KEY
                   REWRITE REGISTRO-STOCK-DEPOSITO
                       INVALID KEY
                           DISPLAY
                           "No fue posible grabar el punto de repedido"
                       NOT INVALID KEY
                           DISPLAY "Punto de repedido actualizado"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Punto de repedido cargado"
           END-WRITE.

           CLOSE STOCK-DEPOSITOS.

       EMITIR-TRANSFERENCIA.
           DISPLAY "Depósito de origen: ".
           ACCEPT DEPOSITO-ORIGEN.
           MOVE DEPOSITO-ORIGEN TO DEPOSITO-BUSCADO.

           PERFORM VALIDAR-DEPOSITO.

           IF DEPOSITO-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Depósito de destino: ".
           ACCEPT DEPOSITO-DESTINO.
           MOVE DEPOSITO-DESTINO TO DEPOSITO-BUSCADO.

           PERFORM VALIDAR-DEPOSITO.

           IF DEPOSITO-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           IF DEPOSITO-DESTINO = DEPOSITO-ORIGEN
               DISPLAY "El origen y el destino deben ser distintos"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CATALOGO-PRODUCTOS.

           IF ESTADO-CATALOGO NOT = "00"
               DISPLAY "El catálogo no está disponible"
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O STOCK-DEPOSITOS.

           IF ESTADO-STOCK-DEPOSITOS NOT = "00"
               AND ESTADO-STOCK-DEPOSITOS NOT = "05"
               DISPLAY "No fue posible abrir el stock por depósito: "
                   ESTADO-STOCK-DEPOSITOS
               CLOSE STOCK-DEPOSITOS
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O TRANSFERENCIAS.

           IF ESTADO-TRANSFERENCIAS NOT = "00"
               AND ESTADO-TRANSFERENCIAS NOT = "05"
               DISPLAY "No fue posible abrir las transferencias: "
                   ESTADO-TRANSFERENCIAS
               CLOSE TRANSFERENCIAS
               CLOSE STOCK-DEPOSITOS
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM ASIGNAR-NUMERO-DE-TRANSFERENCIA.

           MOVE ZERO TO LINEA-ACTUAL.
           MOVE SPACES TO CODIGO-PRODUCTO.

           PERFORM CARGAR-LINEA-DE-TRANSFERENCIA
               UNTIL CODIGO-PRODUCTO = "FIN"
               OR LINEA-ACTUAL = MAXIMO-LINEAS.

           IF LINEA-ACTUAL = ZERO
               DISPLAY "No se cargaron productos, no se emitió "
                   "la transferencia"
           ELSE
               MOVE NUMERO-TRANSFERENCIA TO TR-NUMERO
               MOVE ZERO TO TR-LINEA
               MOVE SPACES TO TR-RESTO
               MOVE DEPOSITO-ORIGEN TO TR-ORIGEN
               MOVE DEPOSITO-DESTINO TO TR-DESTINO
               MOVE FECHA-DE-HOY TO TR-FECHA-EMISION
               MOVE ZERO TO TR-FECHA-RECEPCION
               SET TR-EN-TRANSITO TO TRUE
               MOVE LINEA-ACTUAL TO TR-LINEAS
               WRITE REGISTRO-TRANSFERENCIA
                   INVALID KEY
                       DISPLAY
                       "No fue posible grabar la cabecera de la "
                       "transferencia"
                       PERFORM DESHACER-TRANSFERENCIA
                   NOT INVALID KEY
                       DISPLAY "Transferencia " NUMERO-TRANSFERENCIA
                           " emitida con " LINEA-ACTUAL
                           " línea(s), queda en tránsito"
               END-WRITE
           END-IF.

           CLOSE TRANSFERENCIAS.
           CLOSE STOCK-DEPOSITOS.
           CLOSE CATALOGO-PRODUCTOS.

       CARGAR-LINEA-DE-TRANSFERENCIA.
           DISPLAY "Código de producto (FIN para terminar): ".
           ACCEPT CODIGO-PRODUCTO.

           IF CODIGO-PRODUCTO = "FIN"
               EXIT PARAGRAPH
           END-IF.

           MOVE CODIGO-PRODUCTO TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY "El producto no está en el catálogo"
                   EXIT PARAGRAPH
           END-READ.

           MOVE DEPOSITO-ORIGEN TO SD-DEPOSITO.
           MOVE CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   DISPLAY "El producto no tiene stock en el depósito "
                       DEPOSITO-ORIGEN
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY CP-DESCRIPCION-PRODUCTO.
           DISPLAY "Disponible en origen: " SD-STOCK.
           DISPLAY "Cantidad a transferir: ".
           ACCEPT CANTIDAD-TRANSFERIDA.

           IF CANTIDAD-TRANSFERIDA = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF CANTIDAD-TRANSFERIDA > SD-STOCK
               DISPLAY "No hay stock suficiente en el depósito de "
                   "origen"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO LINEA-ACTUAL.

           MOVE NUMERO-TRANSFERENCIA TO TR-NUMERO.
           MOVE LINEA-ACTUAL TO TR-LINEA.
           MOVE SPACES TO TR-RESTO.
           MOVE CODIGO-PRODUCTO TO TR-CODIGO-PRODUCTO.
           MOVE CANTIDAD-TRANSFERIDA TO TR-CANTIDAD.
           MOVE ZERO TO TR-CANT-RECIBIDA.

           WRITE REGISTRO-TRANSFERENCIA
               INVALID KEY
                   DISPLAY "No fue posible grabar la línea "
                       LINEA-ACTUAL
                   SUBTRACT 1 FROM LINEA-ACTUAL
                   EXIT PARAGRAPH
           END-WRITE.

           SUBTRACT CANTIDAD-TRANSFERIDA FROM SD-STOCK.

           REWRITE REGISTRO-STOCK-DEPOSITO
               INVALID KEY
                   DISPLAY "No fue posible descontar el stock de "
                       "origen"
                   PERFORM BORRAR-LINEA-DE-TRANSFERENCIA
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE DEPOSITO-DESTINO TO SD-DEPOSITO.
           MOVE CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   MOVE ZERO TO SD-STOCK
                   MOVE ZERO TO SD-EN-TRANSITO
                   MOVE ZERO TO SD-PUNTO-REPEDIDO
                   MOVE CANTIDAD-TRANSFERIDA TO SD-EN-TRANSITO
                   WRITE REGISTRO-STOCK-DEPOSITO
               NOT INVALID KEY
                   ADD CANTIDAD-TRANSFERIDA TO SD-EN-TRANSITO
                   REWRITE REGISTRO-STOCK-DEPOSITO
           END-READ.

           IF ESTADO-STOCK-DEPOSITOS NOT = "00"
               DISPLAY "No fue posible registrar el tránsito en el "
                   "depósito " DEPOSITO-DESTINO
               PERFORM DEVOLVER-STOCK-AL-ORIGEN
               PERFORM BORRAR-LINEA-DE-TRANSFERENCIA
           END-IF.

       BORRAR-LINEA-DE-TRANSFERENCIA.
           MOVE NUMERO-TRANSFERENCIA TO TR-NUMERO.
           MOVE LINEA-ACTUAL TO TR-LINEA.

           DELETE TRANSFERENCIAS RECORD
               INVALID KEY
                   DISPLAY "No fue posible anular la línea "
                       LINEA-ACTUAL
           END-DELETE.

           SUBTRACT 1 FROM LINEA-ACTUAL.

       DEVOLVER-STOCK-AL-ORIGEN.
           MOVE DEPOSITO-ORIGEN TO SD-DEPOSITO.
           MOVE CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   DISPLAY "No fue posible devolver el stock de "
                       CODIGO-PRODUCTO " al depósito " DEPOSITO-ORIGEN
                   EXIT PARAGRAPH
           END-READ.

           ADD CANTIDAD-TRANSFERIDA TO SD-STOCK.

           REWRITE REGISTRO-STOCK-DEPOSITO
               INVALID KEY
                   DISPLAY "No fue posible devolver el stock de "
                       CODIGO-PRODUCTO " al depósito " DEPOSITO-ORIGEN
           END-REWRITE.

       QUITAR-DEL-TRANSITO-DESTINO.
           MOVE DEPOSITO-DESTINO TO SD-DEPOSITO.
           MOVE CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF SD-EN-TRANSITO < CANTIDAD-TRANSFERIDA
               MOVE ZERO TO SD-EN-TRANSITO
           ELSE
               SUBTRACT CANTIDAD-TRANSFERIDA FROM SD-EN-TRANSITO
           END-IF.

           REWRITE REGISTRO-STOCK-DEPOSITO
               INVALID KEY
                   DISPLAY "No fue posible quitar del tránsito "
                       CODIGO-PRODUCTO " en el depósito "
                       DEPOSITO-DESTINO
           END-REWRITE.

       DESHACER-TRANSFERENCIA.
           MOVE LINEA-ACTUAL TO LINEAS-TRANSFERENCIA.

           PERFORM DESHACER-LINEA-DE-TRANSFERENCIA
               VARYING LINEA-ACTUAL FROM 1 BY 1
               UNTIL LINEA-ACTUAL > LINEAS-TRANSFERENCIA.

           DISPLAY "Se devolvió el stock al depósito de origen, "
               "la transferencia " NUMERO-TRANSFERENCIA
               " no se emitió".

       DESHACER-LINEA-DE-TRANSFERENCIA.
           MOVE NUMERO-TRANSFERENCIA TO TR-NUMERO.
           MOVE LINEA-ACTUAL TO TR-LINEA.

           READ TRANSFERENCIAS
               KEY IS TR-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE TR-CODIGO-PRODUCTO TO CODIGO-PRODUCTO.
           MOVE TR-CANTIDAD TO CANTIDAD-TRANSFERIDA.

           PERFORM DEVOLVER-STOCK-AL-ORIGEN.
           PERFORM QUITAR-DEL-TRANSITO-DESTINO.

           DELETE TRANSFERENCIAS RECORD
               INVALID KEY
                   DISPLAY "No fue posible anular la línea "
                       LINEA-ACTUAL
           END-DELETE.

       ASIGNAR-NUMERO-DE-TRANSFERENCIA.
           OPEN INPUT CONTADOR-TRANSFERENCIAS.

           IF ESTADO-CONTADOR = "00"
               READ CONTADOR-TRANSFERENCIAS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CT-ULTIMA-TRANSFERENCIA
                           TO ULTIMA-TRANSFERENCIA
               END-READ
           END-IF.

           CLOSE CONTADOR-TRANSFERENCIAS.

           COMPUTE NUMERO-TRANSFERENCIA = ULTIMA-TRANSFERENCIA + 1.

           OPEN OUTPUT CONTADOR-TRANSFERENCIAS.
           MOVE NUMERO-TRANSFERENCIA TO CT-ULTIMA-TRANSFERENCIA.
           WRITE REGISTRO-CONTADOR-TRANSFERENCIAS.
           CLOSE CONTADOR-TRANSFERENCIAS.

       RECIBIR-TRANSFERENCIA.
           DISPLAY "Número de transferencia: ".
           ACCEPT TRANSFERENCIA-BUSCADA.

           OPEN I-O TRANSFERENCIAS.

           IF ESTADO-TRANSFERENCIAS NOT = "00"
               DISPLAY "No hay transferencias registradas"
               CLOSE TRANSFERENCIAS
               EXIT PARAGRAPH
           END-IF.

           MOVE TRANSFERENCIA-BUSCADA TO TR-NUMERO.
           MOVE ZERO TO TR-LINEA.

           READ TRANSFERENCIAS
               KEY IS TR-CLAVE
               INVALID KEY
                   DISPLAY "No existe esa transferencia"
                   CLOSE TRANSFERENCIAS
                   EXIT PARAGRAPH
           END-READ.

           IF NOT TR-EN-TRANSITO
               DISPLAY "La transferencia ya fue recibida el "
                   TR-FECHA-RECEPCION
               CLOSE TRANSFERENCIAS
               EXIT PARAGRAPH
           END-IF.

           MOVE TR-ORIGEN TO DEPOSITO-ORIGEN.
           MOVE TR-DESTINO TO DEPOSITO-DESTINO.
           MOVE TR-LINEAS TO LINEAS-TRANSFERENCIA.
           MOVE ZERO TO FALTANTES-TRANSFERENCIA.

           DISPLAY "Transferencia " TRANSFERENCIA-BUSCADA
               " del depósito " DEPOSITO-ORIGEN
               " al " DEPOSITO-DESTINO
               " emitida el " TR-FECHA-EMISION.

           OPEN I-O STOCK-DEPOSITOS.
           OPEN I-O CATALOGO-PRODUCTOS.

           PERFORM RECIBIR-LINEA-DE-TRANSFERENCIA
               VARYING LINEA-ACTUAL FROM 1 BY 1
               UNTIL LINEA-ACTUAL > LINEAS-TRANSFERENCIA.

           CLOSE CATALOGO-PRODUCTOS.
           CLOSE STOCK-DEPOSITOS.

           MOVE TRANSFERENCIA-BUSCADA TO TR-NUMERO.
           MOVE ZERO TO TR-LINEA.

           READ TRANSFERENCIAS
               KEY IS TR-CLAVE
               INVALID KEY
                   DISPLAY "No fue posible releer la cabecera"
                   CLOSE TRANSFERENCIAS
                   EXIT PARAGRAPH
           END-READ.

           SET TR-RECIBIDA TO TRUE.
           MOVE FECHA-DE-HOY TO TR-FECHA-RECEPCION.

           REWRITE REGISTRO-TRANSFERENCIA
               INVALID KEY
                   DISPLAY "No fue posible cerrar la transferencia"
               NOT INVALID KEY
                   DISPLAY "Transferencia " TRANSFERENCIA-BUSCADA
                       " recibida"
           END-REWRITE.

           CLOSE TRANSFERENCIAS.

           IF FALTANTES-TRANSFERENCIA > ZERO
               DISPLAY "ATENCIÓN: faltaron " FALTANTES-TRANSFERENCIA
                   " unidad(es), se dieron de baja del stock"
           END-IF.

       RECIBIR-LINEA-DE-TRANSFERENCIA.
           MOVE TRANSFERENCIA-BUSCADA TO TR-NUMERO.
           MOVE LINEA-ACTUAL TO TR-LINEA.

           READ TRANSFERENCIAS
               KEY IS TR-CLAVE
               INVALID KEY
                   DISPLAY "Falta la línea " LINEA-ACTUAL
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Línea " TR-LINEA " producto " TR-CODIGO-PRODUCTO
               " enviado " TR-CANTIDAD.
           DISPLAY "Cantidad recibida: ".
           ACCEPT CANTIDAD-RECIBIDA.

           IF CANTIDAD-RECIBIDA > TR-CANTIDAD
               DISPLAY "No puede recibirse más de lo enviado, se "
                   "toma lo enviado"
               MOVE TR-CANTIDAD TO CANTIDAD-RECIBIDA
           END-IF.

           COMPUTE CANTIDAD-FALTANTE = TR-CANTIDAD - CANTIDAD-RECIBIDA.

           MOVE CANTIDAD-RECIBIDA TO TR-CANT-RECIBIDA.

           REWRITE REGISTRO-TRANSFERENCIA
               INVALID KEY
                   DISPLAY "No fue posible grabar la línea " TR-LINEA
           END-REWRITE.

           MOVE DEPOSITO-DESTINO TO SD-DEPOSITO.
           MOVE TR-CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   MOVE ZERO TO SD-STOCK
                   MOVE ZERO TO SD-EN-TRANSITO
                   MOVE ZERO TO SD-PUNTO-REPEDIDO
                   MOVE CANTIDAD-RECIBIDA TO SD-STOCK
                   WRITE REGISTRO-STOCK-DEPOSITO
                       INVALID KEY
                           DISPLAY "No fue posible ingresar la línea "
                               TR-LINEA " en el depósito "
                               DEPOSITO-DESTINO
                           EXIT PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   IF TR-CANTIDAD >= SD-EN-TRANSITO
                       MOVE ZERO TO SD-EN-TRANSITO
                   ELSE
                       SUBTRACT TR-CANTIDAD FROM SD-EN-TRANSITO
                   END-IF
                   ADD CANTIDAD-RECIBIDA TO SD-STOCK
                   REWRITE REGISTRO-STOCK-DEPOSITO
                       INVALID KEY
                           DISPLAY "No fue posible ingresar la línea "
                               TR-LINEA " en el depósito "
                               DEPOSITO-DESTINO
                           EXIT PARAGRAPH
                   END-REWRITE
           END-READ.

           IF CANTIDAD-FALTANTE = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD CANTIDAD-FALTANTE TO FALTANTES-TRANSFERENCIA.

           MOVE TR-CODIGO-PRODUCTO TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF CANTIDAD-FALTANTE >= CP-STOCK-ACTUAL
               MOVE ZERO TO CP-STOCK-ACTUAL
           ELSE
               SUBTRACT CANTIDAD-FALTANTE FROM CP-STOCK-ACTUAL
           END-IF.

           REWRITE REGISTRO-PRODUCTO-CATALOGO
               INVALID KEY
                   DISPLAY "No fue posible descontar el faltante de "
                       CP-CODIGO-PRODUCTO
           END-REWRITE.

       LISTAR-EN-TRANSITO.
           SET NO-FIN-ARCHIVO TO TRUE.
           MOVE ZERO TO FILAS-LISTADAS.

           OPEN INPUT TRANSFERENCIAS.

           IF ESTADO-TRANSFERENCIAS NOT = "00"
               DISPLAY "No hay transferencias registradas"
               CLOSE TRANSFERENCIAS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- Transferencias en tránsito ---".

           PERFORM UNTIL FIN-ARCHIVO
               READ TRANSFERENCIAS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF TR-LINEA = ZERO AND TR-EN-TRANSITO
                           DISPLAY
                           "Transferencia " TR-NUMERO
                           " origen " TR-ORIGEN
                           " destino " TR-DESTINO
                           " emitida " TR-FECHA-EMISION
                           " líneas " TR-LINEAS
                           ADD 1 TO FILAS-LISTADAS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSFERENCIAS.

           IF FILAS-LISTADAS = ZERO
               DISPLAY "No hay transferencias en tránsito"
           END-IF.

       END PROGRAM depositos.
