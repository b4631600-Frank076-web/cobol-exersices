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

       SELECT OPTIONAL HISTORIAL-PRECIOS
       ASSIGN TO "precios-historial.dat"
       ORGANIZATION IS SEQUENTIAL
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

       FD  HISTORIAL-PRECIOS.
       01  REGISTRO-HISTORIAL-PRECIO.
           05  PH-CODIGO-PRODUCTO PIC X(10).
       WORKING-STORAGE SECTION.
       01  ESTADO-CATALOGO PIC XX.
       01  ESTADO-PRECIOS PIC XX.
       01  ESTADO-DEPOSITOS PIC XX.
       01  ESTADO-STOCK-DEPOSITOS PIC XX.

       01  OPCIONES-MENU PIC 9.
           88  ALTA-PRODUCTO VALUE 1.
       01  STOCK-NUEVO PIC 9(6).
       01  PRODUCTOS-LISTADOS PIC 9(4) VALUE ZERO.

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
       01  STOCK-ANTERIOR-DEPOSITO PIC 9(6).
       01  DIFERENCIA-AJUSTE PIC S9(7).

       01  NOMBRE-AMBIENTE PIC X(20).
       01  RUTA-AMBIENTE PIC X(70).

                   MOVE ZERO TO PH-PRECIO-ANTERIOR
                   MOVE CP-PRECIO-PRODUCTO TO PH-PRECIO-NUEVO
                   PERFORM GRABAR-HISTORIAL-PRECIO
                   PERFORM ALTA-EN-DEPOSITO-PRINCIPAL
           END-WRITE.

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

       ALTA-EN-DEPOSITO-PRINCIPAL.
           PERFORM ABRIR-STOCK-DEPOSITOS.

           IF NOT MODO-DEPOSITOS
               CLOSE STOCK-DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           MOVE DEPOSITO-PRINCIPAL TO SD-DEPOSITO.
           MOVE CP-CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.
           MOVE CP-STOCK-ACTUAL TO SD-STOCK.
           MOVE ZERO TO SD-EN-TRANSITO.
           MOVE CP-PUNTO-REPEDIDO TO SD-PUNTO-REPEDIDO.

           WRITE REGISTRO-STOCK-DEPOSITO
               INVALID KEY
                   DISPLAY
                   "No fue posible registrar el stock inicial en el "
                   "depósito principal"
               NOT INVALID KEY
                   DISPLAY "Stock inicial asignado al depósito "
                       DEPOSITO-PRINCIPAL
           END-WRITE.

           CLOSE STOCK-DEPOSITOS.

       CAMBIO-DE-PRECIO.
           DISPLAY "Código del producto: ".
           ACCEPT CP-CODIGO-PRODUCTO.
       RECIBIR-MERCADERIA.
           DISPLAY "Código del producto: ".
           ACCEPT CP-CODIGO-PRODUCTO.
           DISPLAY "Depósito que recibe: ".
           ACCEPT DEPOSITO-BUSCADO.

           PERFORM VALIDAR-DEPOSITO.

           IF DEPOSITO-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CATALOGO-PRODUCTOS.

               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY "No existe ese producto"
                   CLOSE CATALOGO-PRODUCTOS
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Stock actual: " CP-STOCK-ACTUAL.
           DISPLAY "Cantidad recibida: ".
           ACCEPT CANTIDAD-RECIBIDA.
           DISPLAY "Costo unitario de lo recibido "
               "(0 = mantener el costo actual): ".
           ACCEPT COSTO-RECIBIDO.

           PERFORM INGRESAR-EN-DEPOSITO.

           IF DEPOSITO-NO-ACTUALIZADO
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECALCULAR-COSTO-PROMEDIO.
           ADD CANTIDAD-RECIBIDA TO CP-STOCK-ACTUAL.

           REWRITE REGISTRO-PRODUCTO-CATALOGO
               INVALID KEY
                   DISPLAY
                   "No fue posible registrar la recepción"
               NOT INVALID KEY
                   DISPLAY "Stock actualizado: "
                       CP-STOCK-ACTUAL
           END-REWRITE.

           CLOSE CATALOGO-PRODUCTOS.

       INGRESAR-EN-DEPOSITO.
           SET DEPOSITO-ACTUALIZADO TO TRUE.

           PERFORM ABRIR-STOCK-DEPOSITOS.

           IF MODO-CATALOGO
               CLOSE STOCK-DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           IF MODO-STOCK-NO-DISPONIBLE
               DISPLAY "La recepción no se registra"
               SET DEPOSITO-NO-ACTUALIZADO TO TRUE
               CLOSE STOCK-DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           MOVE DEPOSITO-BUSCADO TO SD-DEPOSITO.
           MOVE CP-CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.

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
               "No fue posible registrar la recepción en el depósito "
               DEPOSITO-BUSCADO
           ELSE
               DISPLAY "Stock en el depósito " DEPOSITO-BUSCADO ": "
                   SD-STOCK
           END-IF.

           CLOSE STOCK-DEPOSITOS.

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

       RECALCULAR-COSTO-PROMEDIO.
           IF COSTO-RECIBIDO = ZERO
           DISPLAY "Código del producto: ".
           ACCEPT CP-CODIGO-PRODUCTO.

           PERFORM ABRIR-STOCK-DEPOSITOS.

           IF MODO-DEPOSITOS
               PERFORM AJUSTAR-STOCK-DEPOSITO
               CLOSE STOCK-DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           IF MODO-STOCK-NO-DISPONIBLE
               DISPLAY "El ajuste no se registra"
               CLOSE STOCK-DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           CLOSE STOCK-DEPOSITOS.

           OPEN I-O CATALOGO-PRODUCTOS.

           READ CATALOGO-PRODUCTOS

           CLOSE CATALOGO-PRODUCTOS.

       AJUSTAR-STOCK-DEPOSITO.
           DISPLAY "Depósito a ajustar: ".
           ACCEPT DEPOSITO-BUSCADO.

           PERFORM VALIDAR-DEPOSITO.

           IF DEPOSITO-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CATALOGO-PRODUCTOS.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY "No existe ese producto"
                   CLOSE CATALOGO-PRODUCTOS
                   EXIT PARAGRAPH
           END-READ.

           MOVE DEPOSITO-BUSCADO TO SD-DEPOSITO.
           MOVE CP-CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   MOVE ZERO TO SD-STOCK
                   MOVE ZERO TO SD-EN-TRANSITO
                   MOVE ZERO TO SD-PUNTO-REPEDIDO
                   WRITE REGISTRO-STOCK-DEPOSITO
                       INVALID KEY
                           DISPLAY "No fue posible registrar el ajuste"
                           CLOSE CATALOGO-PRODUCTOS
                           EXIT PARAGRAPH
                   END-WRITE
           END-READ.

           MOVE SD-STOCK TO STOCK-ANTERIOR-DEPOSITO.

           DISPLAY "Stock en el depósito " DEPOSITO-BUSCADO ": "
               SD-STOCK " (total de la empresa " CP-STOCK-ACTUAL ")".
           DISPLAY "Stock contado en el depósito (nuevo valor): ".
           ACCEPT STOCK-NUEVO.

           MOVE STOCK-NUEVO TO SD-STOCK.

           REWRITE REGISTRO-STOCK-DEPOSITO
               INVALID KEY
                   DISPLAY "No fue posible registrar el ajuste"
                   CLOSE CATALOGO-PRODUCTOS
                   EXIT PARAGRAPH
           END-REWRITE.

           COMPUTE DIFERENCIA-AJUSTE =
               CP-STOCK-ACTUAL + STOCK-NUEVO - STOCK-ANTERIOR-DEPOSITO.

           IF DIFERENCIA-AJUSTE < ZERO
               MOVE ZERO TO CP-STOCK-ACTUAL
           ELSE
               MOVE DIFERENCIA-AJUSTE TO CP-STOCK-ACTUAL
           END-IF.

           REWRITE REGISTRO-PRODUCTO-CATALOGO
               INVALID KEY
                   DISPLAY "No fue posible actualizar el stock total"
               NOT INVALID KEY
                   DISPLAY "Stock del depósito ajustado a: " SD-STOCK
                       ", total de la empresa: " CP-STOCK-ACTUAL
           END-REWRITE.

           CLOSE CATALOGO-PRODUCTOS.

       REPORTE-BAJO-REPEDIDO.
           SET NO-FIN-ARCHIVO TO TRUE.
           MOVE ZERO TO PRODUCTOS-LISTADOS.

           OPEN INPUT STOCK-DEPOSITOS.

           IF ESTADO-STOCK-DEPOSITOS = "00"
               PERFORM REPORTE-REPEDIDO-POR-DEPOSITO
               CLOSE STOCK-DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           CLOSE STOCK-DEPOSITOS.

           OPEN INPUT CATALOGO-PRODUCTOS.

           DISPLAY "--- Productos bajo punto de repedido ---".
               "repedido"
           END-IF.

       REPORTE-REPEDIDO-POR-DEPOSITO.
           DISPLAY "Depósito (0 = todos): ".
           ACCEPT DEPOSITO-BUSCADO.

           OPEN INPUT CATALOGO-PRODUCTOS.

           MOVE DEPOSITO-BUSCADO TO SD-DEPOSITO.
           MOVE LOW-VALUES TO SD-CODIGO-PRODUCTO.

           START STOCK-DEPOSITOS
               KEY IS GREATER THAN OR EQUAL TO SD-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           DISPLAY "--- Productos bajo punto de repedido por "
               "depósito ---".

           PERFORM UNTIL FIN-ARCHIVO
               READ STOCK-DEPOSITOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF DEPOSITO-BUSCADO NOT = ZERO
                           AND SD-DEPOSITO NOT = DEPOSITO-BUSCADO
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM MOSTRAR-BAJO-REPEDIDO-DEPOSITO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CATALOGO-PRODUCTOS.

           IF PRODUCTOS-LISTADOS = ZERO
               DISPLAY "Ningún producto está bajo el punto de "
               "repedido"
           END-IF.

       MOSTRAR-BAJO-REPEDIDO-DEPOSITO.
           IF SD-STOCK + SD-EN-TRANSITO NOT < SD-PUNTO-REPEDIDO
               EXIT PARAGRAPH
           END-IF.

           MOVE SD-CODIGO-PRODUCTO TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF NOT CP-PRODUCTO-ACTIVO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY
           "Dep " SD-DEPOSITO
           " " SD-CODIGO-PRODUCTO
           " stock " SD-STOCK
           " en tránsito " SD-EN-TRANSITO
           " repedido " SD-PUNTO-REPEDIDO
           " " CP-DESCRIPCION-PRODUCTO(1:30).

           ADD 1 TO PRODUCTOS-LISTADOS.

       GRABAR-HISTORIAL-PRECIO.
           OPEN EXTEND HISTORIAL-PRECIOS.

