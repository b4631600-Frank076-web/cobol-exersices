       IDENTIFICATION DIVISION.
       PROGRAM-ID. kits.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL COMPONENTES-KIT
       ASSIGN TO "kits.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS KIT-CLAVE
       FILE STATUS IS ESTADO-KITS.

       SELECT OPTIONAL CATALOGO-PRODUCTOS
       ASSIGN TO "productos.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CP-CODIGO-PRODUCTO
       FILE STATUS IS ESTADO-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPONENTES-KIT.
       01  REGISTRO-COMPONENTE-KIT.
           05  KIT-CLAVE.
               10  KIT-CODIGO-KIT PIC X(10).
               10  KIT-CODIGO-COMPONENTE PIC X(10).
           05  KIT-CANTIDAD PIC 9(4).
           05  FILLER PIC X(10).

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
       01  ESTADO-KITS PIC XX.
       01  ESTADO-CATALOGO PIC XX.

       01  OPCIONES-MENU PIC 9.
           88  OPCION-AGREGAR VALUE 1.
           88  OPCION-QUITAR VALUE 2.
           88  OPCION-CONSULTAR VALUE 3.
           88  OPCION-LISTAR VALUE 4.
           88  SALIR VALUE 5.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  CODIGO-VALIDO-FLAG PIC X.
           88  CODIGO-VALIDO VALUE 'S'.
           88  CODIGO-INVALIDO VALUE 'N'.

       01  CODIGO-KIT PIC X(10).
       01  CODIGO-COMPONENTE PIC X(10).
       01  CODIGO-A-VERIFICAR PIC X(10).
       01  CANTIDAD-COMPONENTE PIC 9(4).
       01  KIT-EN-CURSO PIC X(10).

       01  COMPONENTES-LEIDOS PIC 99 VALUE ZERO.
       01  MAXIMO-COMPONENTES PIC 99 VALUE 20.
       01  KITS-LISTADOS PIC 9(4) VALUE ZERO.
       01  COSTO-COMPONENTE PIC 9(8)V99.
       01  COSTO-KIT PIC 9(8)V99.
       01  KITS-ARMABLES PIC 9(6).
       01  ARMABLES-COMPONENTE PIC 9(6).

       01  COSTO-EDITADO PIC Z(7)9.99.

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

           PERFORM MOSTRAR-MENU UNTIL SALIR.

           STOP RUN.

       MOSTRAR-MENU.
           DISPLAY "--- Kits de productos ---".
           DISPLAY "Agregar o modificar componente de un kit (1)".
           DISPLAY "Quitar componente de un kit (2)".
           DISPLAY "Consultar kit (3)".
           DISPLAY "Listar kits (4)".
           DISPLAY "Salir (5)".
           ACCEPT OPCIONES-MENU.

           EVALUATE TRUE
               WHEN OPCION-AGREGAR
                   PERFORM AGREGAR-COMPONENTE
               WHEN OPCION-QUITAR
                   PERFORM QUITAR-COMPONENTE
               WHEN OPCION-CONSULTAR
                   PERFORM CONSULTAR-KIT
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-KITS
               WHEN SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       AGREGAR-COMPONENTE.
           DISPLAY "Código del kit: ".
           ACCEPT CODIGO-KIT.

           MOVE CODIGO-KIT TO CODIGO-A-VERIFICAR.
           PERFORM VERIFICAR-PRODUCTO.

           IF CODIGO-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           MOVE CODIGO-KIT TO CODIGO-A-VERIFICAR.
           PERFORM VERIFICAR-QUE-NO-SEA-COMPONENTE.

           IF CODIGO-INVALIDO
               DISPLAY
               "El producto es componente de otro kit, no puede "
               "definirse como kit"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Código del componente: ".
           ACCEPT CODIGO-COMPONENTE.

           IF CODIGO-COMPONENTE = CODIGO-KIT
               DISPLAY "Un kit no puede ser componente de sí mismo"
               EXIT PARAGRAPH
           END-IF.

           MOVE CODIGO-COMPONENTE TO CODIGO-A-VERIFICAR.
           PERFORM VERIFICAR-PRODUCTO.

           IF CODIGO-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           MOVE CODIGO-COMPONENTE TO CODIGO-A-VERIFICAR.
           PERFORM VERIFICAR-QUE-NO-SEA-KIT.

           IF CODIGO-INVALIDO
               DISPLAY
               "El componente es a su vez un kit, no se admiten "
               "kits anidados"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cantidad del componente por kit: ".
           ACCEPT CANTIDAD-COMPONENTE.

           IF CANTIDAD-COMPONENTE = ZERO
               DISPLAY "La cantidad debe ser mayor a cero"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTAR-OTROS-COMPONENTES.

           IF COMPONENTES-LEIDOS >= MAXIMO-COMPONENTES
               DISPLAY "El kit ya tiene " MAXIMO-COMPONENTES
                   " componentes, no se admiten más"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O COMPONENTES-KIT.

           MOVE CODIGO-KIT TO KIT-CODIGO-KIT.
           MOVE CODIGO-COMPONENTE TO KIT-CODIGO-COMPONENTE.
           MOVE CANTIDAD-COMPONENTE TO KIT-CANTIDAD.

           WRITE REGISTRO-COMPONENTE-KIT
               INVALID KEY
                   REWRITE REGISTRO-COMPONENTE-KIT
                       INVALID KEY
                           DISPLAY
                           "No fue posible grabar el componente"
                       NOT INVALID KEY
                           DISPLAY "Cantidad del componente "
                               "modificada"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Componente agregado al kit"
           END-WRITE.

           CLOSE COMPONENTES-KIT.

       CONTAR-OTROS-COMPONENTES.
           MOVE ZERO TO COMPONENTES-LEIDOS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT COMPONENTES-KIT.

           IF ESTADO-KITS NOT = "00"
               CLOSE COMPONENTES-KIT
               EXIT PARAGRAPH
           END-IF.

           MOVE CODIGO-KIT TO KIT-CODIGO-KIT.
           MOVE LOW-VALUES TO KIT-CODIGO-COMPONENTE.

           START COMPONENTES-KIT
               KEY IS GREATER THAN OR EQUAL TO KIT-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ COMPONENTES-KIT NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF KIT-CODIGO-KIT NOT = CODIGO-KIT
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           IF KIT-CODIGO-COMPONENTE
                               NOT = CODIGO-COMPONENTE
                               ADD 1 TO COMPONENTES-LEIDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COMPONENTES-KIT.

       QUITAR-COMPONENTE.
           DISPLAY "Código del kit: ".
           ACCEPT CODIGO-KIT.
           DISPLAY "Código del componente: ".
           ACCEPT CODIGO-COMPONENTE.

           OPEN I-O COMPONENTES-KIT.

           IF ESTADO-KITS NOT = "00"
               DISPLAY "No hay kits definidos"
               CLOSE COMPONENTES-KIT
               EXIT PARAGRAPH
           END-IF.

           MOVE CODIGO-KIT TO KIT-CODIGO-KIT.
           MOVE CODIGO-COMPONENTE TO KIT-CODIGO-COMPONENTE.

           DELETE COMPONENTES-KIT RECORD
               INVALID KEY
                   DISPLAY "El componente no figura en ese kit"
               NOT INVALID KEY
                   DISPLAY "Componente quitado del kit"
           END-DELETE.

           CLOSE COMPONENTES-KIT.

       CONSULTAR-KIT.
           DISPLAY "Código del kit: ".
           ACCEPT CODIGO-KIT.

           MOVE ZERO TO COMPONENTES-LEIDOS.
           MOVE ZERO TO COSTO-KIT.
           MOVE 999999 TO KITS-ARMABLES.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT COMPONENTES-KIT.

           IF ESTADO-KITS NOT = "00"
               DISPLAY "No hay kits definidos"
               CLOSE COMPONENTES-KIT
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CATALOGO-PRODUCTOS.

           MOVE CODIGO-KIT TO KIT-CODIGO-KIT.
           MOVE LOW-VALUES TO KIT-CODIGO-COMPONENTE.

           START COMPONENTES-KIT
               KEY IS GREATER THAN OR EQUAL TO KIT-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ COMPONENTES-KIT NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF KIT-CODIGO-KIT NOT = CODIGO-KIT
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM MOSTRAR-COMPONENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CATALOGO-PRODUCTOS.
           CLOSE COMPONENTES-KIT.

           IF COMPONENTES-LEIDOS = ZERO
               DISPLAY "El producto no está definido como kit"
               EXIT PARAGRAPH
           END-IF.

           MOVE COSTO-KIT TO COSTO-EDITADO.
           DISPLAY "Costo del kit según sus componentes: "
               COSTO-EDITADO.
           DISPLAY "Kits que pueden armarse con el stock total: "
               KITS-ARMABLES.

       MOSTRAR-COMPONENTE.
           ADD 1 TO COMPONENTES-LEIDOS.

           MOVE KIT-CODIGO-COMPONENTE TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY KIT-CODIGO-COMPONENTE
                       " cant " KIT-CANTIDAD
                       " (no está en el catálogo)"
                   MOVE ZERO TO KITS-ARMABLES
                   EXIT PARAGRAPH
           END-READ.

           COMPUTE COSTO-COMPONENTE =
               CP-COSTO-UNITARIO * KIT-CANTIDAD.
           ADD COSTO-COMPONENTE TO COSTO-KIT.

           DIVIDE CP-STOCK-ACTUAL BY KIT-CANTIDAD
               GIVING ARMABLES-COMPONENTE.

           IF ARMABLES-COMPONENTE < KITS-ARMABLES
               MOVE ARMABLES-COMPONENTE TO KITS-ARMABLES
           END-IF.

           MOVE COSTO-COMPONENTE TO COSTO-EDITADO.

           DISPLAY KIT-CODIGO-COMPONENTE
               " cant " KIT-CANTIDAD
               " stock " CP-STOCK-ACTUAL
               " costo " COSTO-EDITADO
               " " CP-DESCRIPCION-PRODUCTO(1:30).

       LISTAR-KITS.
           MOVE ZERO TO KITS-LISTADOS.
           MOVE SPACES TO KIT-EN-CURSO.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT COMPONENTES-KIT.

           IF ESTADO-KITS NOT = "00"
               DISPLAY "No hay kits definidos"
               CLOSE COMPONENTES-KIT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- Kits definidos ---".

           PERFORM UNTIL FIN-ARCHIVO
               READ COMPONENTES-KIT NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF KIT-CODIGO-KIT NOT = KIT-EN-CURSO
                           PERFORM CERRAR-KIT-LISTADO
                           MOVE KIT-CODIGO-KIT TO KIT-EN-CURSO
                           MOVE ZERO TO COMPONENTES-LEIDOS
                       END-IF
                       ADD 1 TO COMPONENTES-LEIDOS
               END-READ
           END-PERFORM.

           PERFORM CERRAR-KIT-LISTADO.

           CLOSE COMPONENTES-KIT.

           DISPLAY "Kits listados: " KITS-LISTADOS.

       CERRAR-KIT-LISTADO.
           IF KIT-EN-CURSO = SPACES
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Kit " KIT-EN-CURSO
               " con " COMPONENTES-LEIDOS " componente(s)".

           ADD 1 TO KITS-LISTADOS.

       VERIFICAR-PRODUCTO.
           SET CODIGO-INVALIDO TO TRUE.

           OPEN INPUT CATALOGO-PRODUCTOS.

           IF ESTADO-CATALOGO NOT = "00"
               DISPLAY "Catálogo de productos no disponible"
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           MOVE CODIGO-A-VERIFICAR TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY "El producto " CODIGO-A-VERIFICAR
                       " no está en el catálogo"
               NOT INVALID KEY
                   IF CP-PRODUCTO-ACTIVO
                       SET CODIGO-VALIDO TO TRUE
                       DISPLAY "Producto: "
                           CP-DESCRIPCION-PRODUCTO(1:40)
                   ELSE
                       DISPLAY "El producto " CODIGO-A-VERIFICAR
                           " está discontinuado"
                   END-IF
           END-READ.

           CLOSE CATALOGO-PRODUCTOS.

       VERIFICAR-QUE-NO-SEA-KIT.
           SET CODIGO-VALIDO TO TRUE.

           OPEN INPUT COMPONENTES-KIT.

           IF ESTADO-KITS NOT = "00"
               CLOSE COMPONENTES-KIT
               EXIT PARAGRAPH
           END-IF.

           MOVE CODIGO-A-VERIFICAR TO KIT-CODIGO-KIT.
           MOVE LOW-VALUES TO KIT-CODIGO-COMPONENTE.

           START COMPONENTES-KIT
               KEY IS GREATER THAN OR EQUAL TO KIT-CLAVE
               INVALID KEY
                   CLOSE COMPONENTES-KIT
                   EXIT PARAGRAPH
           END-START.

           READ COMPONENTES-KIT NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF KIT-CODIGO-KIT = CODIGO-A-VERIFICAR
                       SET CODIGO-INVALIDO TO TRUE
                   END-IF
           END-READ.

           CLOSE COMPONENTES-KIT.

       VERIFICAR-QUE-NO-SEA-COMPONENTE.
           SET CODIGO-VALIDO TO TRUE.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT COMPONENTES-KIT.

           IF ESTADO-KITS NOT = "00"
               CLOSE COMPONENTES-KIT
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FIN-ARCHIVO
               READ COMPONENTES-KIT NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF KIT-CODIGO-COMPONENTE = CODIGO-A-VERIFICAR
                           SET CODIGO-INVALIDO TO TRUE
                           SET FIN-ARCHIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COMPONENTES-KIT.

       END PROGRAM kits.
