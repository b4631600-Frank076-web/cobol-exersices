       ASSIGN TO "inventario-snapshot.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS INV-CLAVE
       FILE STATUS IS ESTADO-SNAPSHOT.

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

       SELECT OPTIONAL AJUSTES-INVENTARIO
       ASSIGN TO "inventario-ajustes.dat"
       ORGANIZATION IS SEQUENTIAL

       FD  INVENTARIO-SNAPSHOT.
       01  REGISTRO-INVENTARIO.
           05  INV-CLAVE.
               10  INV-DEPOSITO PIC 9(3).
               10  INV-CODIGO-PRODUCTO PIC X(10).
           05  INV-STOCK-CONGELADO PIC 9(6).
           05  INV-CANT-CONTADA PIC 9(6).
           05  INV-ESTADO PIC X.
           05  AJ-STOCK-NUEVO PIC 9(6).
           05  AJ-CONTADO-POR PIC X(30).
           05  AJ-FECHA PIC 9(8).
           05  AJ-DEPOSITO PIC 9(3).

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
       01  ESTADO-CATALOGO PIC XX.
       01  ESTADO-SNAPSHOT PIC XX.
       01  ESTADO-AJUSTES PIC XX.
       01  ESTADO-DEPOSITOS PIC XX.
       01  ESTADO-STOCK-DEPOSITOS PIC XX.

       01  OPCIONES-MENU PIC 9.
           88  OPCION-CONGELAR VALUE 1.
       01  FILAS-AJUSTADAS PIC 9(6) VALUE ZERO.
       01  FECHA-DE-HOY PIC 9(8).

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
       01  FILAS-BORRADAS PIC 9(6) VALUE ZERO.
       01  STOCK-TOTAL-AJUSTADO PIC S9(7).

       01  VALOR-EDITADO PIC -(10)9.

       01  NOMBRE-AMBIENTE PIC X(20).
           END-EVALUATE.

       CONGELAR-FOTO-DE-STOCK.
           MOVE ZERO TO FILAS-CONGELADAS.
           MOVE ZERO TO FILAS-BORRADAS.

           DISPLAY "Depósito a inventariar: ".
           ACCEPT DEPOSITO-BUSCADO.

           PERFORM VALIDAR-DEPOSITO.

           IF DEPOSITO-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CATALOGO-PRODUCTOS.

               EXIT PARAGRAPH
           END-IF.

           OPEN I-O INVENTARIO-SNAPSHOT.

           IF ESTADO-SNAPSHOT NOT = "00"
               AND ESTADO-SNAPSHOT NOT = "05"
               DISPLAY "No fue posible abrir la foto de stock: "
                   ESTADO-SNAPSHOT
               CLOSE INVENTARIO-SNAPSHOT
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM BORRAR-FOTO-DEL-DEPOSITO.

           OPEN INPUT STOCK-DEPOSITOS.

           IF ESTADO-STOCK-DEPOSITOS = "00"
               PERFORM CONGELAR-DESDE-EL-DEPOSITO
           ELSE
               PERFORM CONGELAR-DESDE-EL-CATALOGO
           END-IF.

           CLOSE STOCK-DEPOSITOS.
           CLOSE INVENTARIO-SNAPSHOT.
           CLOSE CATALOGO-PRODUCTOS.

           IF FILAS-BORRADAS > ZERO
               DISPLAY "Se descartó la foto anterior del depósito ("
                   FILAS-BORRADAS " línea(s))"
           END-IF.

           DISPLAY "Foto de stock del depósito " DEPOSITO-BUSCADO
               " congelada: " FILAS-CONGELADAS " producto(s)".

       BORRAR-FOTO-DEL-DEPOSITO.
           SET NO-FIN-ARCHIVO TO TRUE.

           MOVE DEPOSITO-BUSCADO TO INV-DEPOSITO.
           MOVE LOW-VALUES TO INV-CODIGO-PRODUCTO.

           START INVENTARIO-SNAPSHOT
               KEY IS GREATER THAN OR EQUAL TO INV-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ INVENTARIO-SNAPSHOT NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF INV-DEPOSITO NOT = DEPOSITO-BUSCADO
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           DELETE INVENTARIO-SNAPSHOT RECORD
                           ADD 1 TO FILAS-BORRADAS
                       END-IF
               END-READ
           END-PERFORM.

       CONGELAR-DESDE-EL-DEPOSITO.
           SET NO-FIN-ARCHIVO TO TRUE.

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
                           PERFORM CONGELAR-UN-PRODUCTO-DEPOSITO
                       END-IF
               END-READ
           END-PERFORM.

       CONGELAR-UN-PRODUCTO-DEPOSITO.
           MOVE SD-CODIGO-PRODUCTO TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF NOT CP-PRODUCTO-ACTIVO
               EXIT PARAGRAPH
           END-IF.

           MOVE SD-STOCK TO INV-STOCK-CONGELADO.
           PERFORM GRABAR-LINEA-DE-FOTO.

       CONGELAR-DESDE-EL-CATALOGO.
           SET NO-FIN-ARCHIVO TO TRUE.

           PERFORM UNTIL FIN-ARCHIVO
               READ CATALOGO-PRODUCTOS NEXT RECORD
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CP-PRODUCTO-ACTIVO
                           MOVE CP-STOCK-ACTUAL
                               TO INV-STOCK-CONGELADO
                           PERFORM GRABAR-LINEA-DE-FOTO
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-LINEA-DE-FOTO.
           MOVE DEPOSITO-BUSCADO TO INV-DEPOSITO.
           MOVE CP-CODIGO-PRODUCTO TO INV-CODIGO-PRODUCTO.
           MOVE ZERO TO INV-CANT-CONTADA.
           SET INV-SIN-CONTAR TO TRUE.
           MOVE SPACES TO INV-CONTADO-POR.
           MOVE ZERO TO INV-FECHA-CONTEO.

           WRITE REGISTRO-INVENTARIO
               INVALID KEY
                   REWRITE REGISTRO-INVENTARIO
                       INVALID KEY
                           DISPLAY "No se pudo congelar el producto "
                               INV-CODIGO-PRODUCTO ": "
                               ESTADO-SNAPSHOT
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE.

           ADD 1 TO FILAS-CONGELADAS.

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

       CARGAR-CONTEOS.
           DISPLAY "Depósito que se cuenta: ".
           ACCEPT DEPOSITO-BUSCADO.
           DISPLAY "Nombre de quien cuenta: ".
           ACCEPT NOMBRE-CONTADOR.
           DISPLAY "Tolerancia en unidades para reconteo: ".
               EXIT PARAGRAPH
           END-IF.

           MOVE DEPOSITO-BUSCADO TO INV-DEPOSITO.
           MOVE PRODUCTO-BUSCADO TO INV-CODIGO-PRODUCTO.

           READ INVENTARIO-SNAPSHOT
               KEY IS INV-CLAVE
               INVALID KEY
                   DISPLAY "El producto no está en la foto del "
                       "depósito"
                   CLOSE INVENTARIO-SNAPSHOT
                   EXIT PARAGRAPH
           END-READ.
           MOVE ZERO TO FILAS-LISTADAS.
           MOVE ZERO TO VALOR-TOTAL-DIFERENCIAS.

           DISPLAY "Depósito (0 = todos): ".
           ACCEPT DEPOSITO-BUSCADO.

           OPEN INPUT INVENTARIO-SNAPSHOT.

           IF ESTADO-SNAPSHOT NOT = "00"
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF (INV-CONTADO OR INV-A-RECONTAR)
                           AND (DEPOSITO-BUSCADO = ZERO
                           OR INV-DEPOSITO = DEPOSITO-BUSCADO)
                           PERFORM MOSTRAR-UNA-VARIACION
                       END-IF
               END-READ
           MOVE VALOR-DIFERENCIA TO VALOR-EDITADO.

           DISPLAY
           "Dep " INV-DEPOSITO
           " " INV-CODIGO-PRODUCTO
           " sistema " INV-STOCK-CONGELADO
           " contado " INV-CANT-CONTADA
           " valor dif. " VALOR-EDITADO
           SET NO-FIN-ARCHIVO TO TRUE.
           MOVE ZERO TO FILAS-AJUSTADAS.

           DISPLAY "Depósito a ajustar (0 = todos): ".
           ACCEPT DEPOSITO-BUSCADO.

           OPEN I-O INVENTARIO-SNAPSHOT.

           IF ESTADO-SNAPSHOT NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-STOCK-DEPOSITOS.

           IF MODO-STOCK-NO-DISPONIBLE
               DISPLAY "No se imputan los ajustes"
               CLOSE STOCK-DEPOSITOS
               CLOSE INVENTARIO-SNAPSHOT
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CATALOGO-PRODUCTOS.
           OPEN EXTEND AJUSTES-INVENTARIO.

                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF INV-CONTADO
                           AND (DEPOSITO-BUSCADO = ZERO
                           OR INV-DEPOSITO = DEPOSITO-BUSCADO)
                           PERFORM AJUSTAR-UNA-LINEA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AJUSTES-INVENTARIO.
           CLOSE STOCK-DEPOSITOS.
           CLOSE CATALOGO-PRODUCTOS.
           CLOSE INVENTARIO-SNAPSHOT.

           MOVE INV-CANT-CONTADA TO AJ-STOCK-NUEVO.
           MOVE INV-CONTADO-POR TO AJ-CONTADO-POR.
           MOVE FECHA-DE-HOY TO AJ-FECHA.
           MOVE INV-DEPOSITO TO AJ-DEPOSITO.

           IF MODO-DEPOSITOS
               PERFORM AJUSTAR-STOCK-DEPOSITO
               IF DEPOSITO-NO-ACTUALIZADO
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE INV-CANT-CONTADA TO CP-STOCK-ACTUAL
           END-IF.

           REWRITE REGISTRO-PRODUCTO-CATALOGO
               INVALID KEY

           ADD 1 TO FILAS-AJUSTADAS.

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

       AJUSTAR-STOCK-DEPOSITO.
           SET DEPOSITO-NO-ACTUALIZADO TO TRUE.

           MOVE INV-DEPOSITO TO SD-DEPOSITO.
           MOVE INV-CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   MOVE ZERO TO SD-STOCK
                   MOVE ZERO TO SD-EN-TRANSITO
                   MOVE ZERO TO SD-PUNTO-REPEDIDO
                   WRITE REGISTRO-STOCK-DEPOSITO
                       INVALID KEY
                           DISPLAY
                           "No fue posible ajustar el stock de "
                           INV-CODIGO-PRODUCTO " en el depósito "
                           INV-DEPOSITO
                           EXIT PARAGRAPH
                   END-WRITE
           END-READ.

           MOVE SD-STOCK TO AJ-STOCK-ANTERIOR.

           COMPUTE STOCK-TOTAL-AJUSTADO =
               CP-STOCK-ACTUAL + INV-CANT-CONTADA - SD-STOCK.

           IF STOCK-TOTAL-AJUSTADO < ZERO
               MOVE ZERO TO CP-STOCK-ACTUAL
           ELSE
               MOVE STOCK-TOTAL-AJUSTADO TO CP-STOCK-ACTUAL
           END-IF.

           MOVE INV-CANT-CONTADA TO SD-STOCK.

           REWRITE REGISTRO-STOCK-DEPOSITO
               INVALID KEY
                   DISPLAY
                   "No fue posible ajustar el stock de "
                   INV-CODIGO-PRODUCTO " en el depósito "
                   INV-DEPOSITO
               NOT INVALID KEY
                   SET DEPOSITO-ACTUALIZADO TO TRUE
           END-REWRITE.

       END PROGRAM inventario-fisico.
