       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendedores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       SELECT OPTIONAL CATALOGO-PRODUCTOS
       ASSIGN TO "productos.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CP-CODIGO-PRODUCTO
       FILE STATUS IS ESTADO-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
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
                   88  TC-TIPO-VALIDO VALUE 'P' 'R'.
               10  TC-CODIGO PIC X(10).
           05  TC-PORCENTAJE PIC 9(2)V99.

       FD  RUBROS-PRODUCTOS.
       01  REGISTRO-RUBRO-PRODUCTO.
           05  RP-CODIGO-PRODUCTO PIC X(10).
           05  RP-RUBRO PIC X(10).

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
       01  ESTADO-VENDEDORES PIC XX.
       01  ESTADO-TASAS PIC XX.
       01  ESTADO-RUBROS PIC XX.
       01  ESTADO-CATALOGO PIC XX.

       01  OPCIONES-MENU PIC 9.
           88  OPCION-ALTA VALUE 1.
           88  OPCION-BAJA VALUE 2.
           88  OPCION-TASA VALUE 3.
           88  OPCION-RUBRO VALUE 4.
           88  OPCION-LISTAR VALUE 5.
           88  SALIR VALUE 6.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  FIN-TASAS-FLAG PIC X.
           88  FIN-TASAS VALUE 'S'.
           88  NO-FIN-TASAS VALUE 'N'.

       01  VENDEDOR-BUSCADO PIC 9(4).
       01  CODIGO-PRODUCTO PIC X(10).
       01  FECHA-DE-HOY PIC 9(8).

       01  PORCENTAJE-EDITADO PIC Z9.99.

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
           DISPLAY "--- Vendedores y comisiones ---".
           DISPLAY "Alta o modificación de vendedor (1)".
           DISPLAY "Baja de vendedor (2)".
           DISPLAY "Comisión por producto o por rubro (3)".
           DISPLAY "Asignar rubro a un producto (4)".
           DISPLAY "Listar vendedores y comisiones (5)".
           DISPLAY "Salir (6)".
           ACCEPT OPCIONES-MENU.

           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-VENDEDOR
               WHEN OPCION-BAJA
                   PERFORM BAJA-VENDEDOR
               WHEN OPCION-TASA
                   PERFORM CARGAR-TASA-COMISION
               WHEN OPCION-RUBRO
                   PERFORM ASIGNAR-RUBRO
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-VENDEDORES
               WHEN SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       ALTA-VENDEDOR.
           DISPLAY "Código de vendedor (1-9999): ".
           ACCEPT VENDEDOR-BUSCADO.

           IF VENDEDOR-BUSCADO = ZERO
               DISPLAY "Código de vendedor inválido"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O VENDEDORES.

           MOVE VENDEDOR-BUSCADO TO VEN-CODIGO.

           READ VENDEDORES
               KEY IS VEN-CODIGO
               INVALID KEY
                   MOVE SPACES TO VEN-NOMBRE
                   MOVE ZERO TO VEN-LEGAJO
                   MOVE ZERO TO VEN-PORCENTAJE-GENERAL
                   MOVE FECHA-DE-HOY TO VEN-FECHA-ALTA
                   DISPLAY "Vendedor nuevo"
               NOT INVALID KEY
                   MOVE VEN-PORCENTAJE-GENERAL TO PORCENTAJE-EDITADO
                   DISPLAY "Vendedor existente: " VEN-NOMBRE
                       " legajo " VEN-LEGAJO
                       " comisión general " PORCENTAJE-EDITADO "%"
           END-READ.

           DISPLAY "Nombre: ".
           ACCEPT VEN-NOMBRE.
           DISPLAY "Legajo de sueldos: ".
           ACCEPT VEN-LEGAJO.
           DISPLAY
           "Comisión general, si no hay una por producto o rubro "
           "(ej. 3.00): ".
           ACCEPT VEN-PORCENTAJE-GENERAL.
           SET VEN-ACTIVO TO TRUE.

           IF VEN-NOMBRE = SPACES
               DISPLAY "El nombre es obligatorio"
               CLOSE VENDEDORES
               EXIT PARAGRAPH
           END-IF.

           MOVE VENDEDOR-BUSCADO TO VEN-CODIGO.

           WRITE REGISTRO-VENDEDOR
               INVALID KEY
                   REWRITE REGISTRO-VENDEDOR
                       INVALID KEY
                           DISPLAY "No fue posible grabar el vendedor"
                       NOT INVALID KEY
                           DISPLAY "Vendedor " VEN-CODIGO
                               " actualizado"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Vendedor " VEN-CODIGO " dado de alta"
           END-WRITE.

           CLOSE VENDEDORES.

       BAJA-VENDEDOR.
           DISPLAY "Código de vendedor: ".
           ACCEPT VENDEDOR-BUSCADO.

           OPEN I-O VENDEDORES.

           MOVE VENDEDOR-BUSCADO TO VEN-CODIGO.

           READ VENDEDORES
               KEY IS VEN-CODIGO
               INVALID KEY
                   DISPLAY "No existe ese vendedor"
                   CLOSE VENDEDORES
                   EXIT PARAGRAPH
           END-READ.

           SET VEN-DADO-DE-BAJA TO TRUE.

           REWRITE REGISTRO-VENDEDOR
               INVALID KEY
                   DISPLAY "No fue posible dar de baja al vendedor"
               NOT INVALID KEY
                   DISPLAY "Vendedor " VEN-CODIGO " dado de baja. "
                       "Sus ventas ya facturadas siguen comisionando"
           END-REWRITE.

           CLOSE VENDEDORES.

       CARGAR-TASA-COMISION.
           DISPLAY "Código de vendedor: ".
           ACCEPT VENDEDOR-BUSCADO.

           OPEN INPUT VENDEDORES.

           MOVE VENDEDOR-BUSCADO TO VEN-CODIGO.

           READ VENDEDORES
               KEY IS VEN-CODIGO
               INVALID KEY
                   DISPLAY "No existe ese vendedor"
                   CLOSE VENDEDORES
                   EXIT PARAGRAPH
           END-READ.

           CLOSE VENDEDORES.

           MOVE VENDEDOR-BUSCADO TO TC-VENDEDOR.

           DISPLAY "Por producto (P) o por rubro (R): ".
           ACCEPT TC-TIPO.

           IF NOT TC-TIPO-VALIDO
               DISPLAY "Tipo inválido"
               EXIT PARAGRAPH
           END-IF.

           IF TC-POR-PRODUCTO
               DISPLAY "Código del producto: "
               ACCEPT TC-CODIGO
               MOVE TC-CODIGO TO CODIGO-PRODUCTO
               PERFORM VERIFICAR-PRODUCTO
               IF CODIGO-PRODUCTO = SPACES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Rubro: "
               ACCEPT TC-CODIGO
               IF TC-CODIGO = SPACES
                   DISPLAY "El rubro es obligatorio"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Porcentaje de comisión (0 = quitar): ".
           ACCEPT TC-PORCENTAJE.

           OPEN I-O TASAS-COMISION.

           IF TC-PORCENTAJE = ZERO
               DELETE TASAS-COMISION RECORD
                   INVALID KEY
                       DISPLAY "No había una comisión cargada"
                   NOT INVALID KEY
                       DISPLAY "Comisión quitada"
               END-DELETE
               CLOSE TASAS-COMISION
               EXIT PARAGRAPH
           END-IF.

           WRITE REGISTRO-TASA-COMISION
               INVALID KEY
                   REWRITE REGISTRO-TASA-COMISION
                       INVALID KEY
                           DISPLAY
                           "No fue posible grabar la comisión"
                       NOT INVALID KEY
                           DISPLAY "Comisión actualizada"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Comisión cargada"
           END-WRITE.

           CLOSE TASAS-COMISION.

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
                   DISPLAY "Código no encontrado en el catálogo"
                   MOVE SPACES TO CODIGO-PRODUCTO
               NOT INVALID KEY
                   DISPLAY "Producto: " CP-DESCRIPCION-PRODUCTO
           END-READ.

           CLOSE CATALOGO-PRODUCTOS.

       ASIGNAR-RUBRO.
           DISPLAY "Código del producto: ".
           ACCEPT CODIGO-PRODUCTO.

           PERFORM VERIFICAR-PRODUCTO.

           IF CODIGO-PRODUCTO = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O RUBROS-PRODUCTOS.

           MOVE CODIGO-PRODUCTO TO RP-CODIGO-PRODUCTO.

           READ RUBROS-PRODUCTOS
               KEY IS RP-CODIGO-PRODUCTO
               INVALID KEY
                   MOVE SPACES TO RP-RUBRO
               NOT INVALID KEY
                   DISPLAY "Rubro actual: " RP-RUBRO
           END-READ.

           DISPLAY "Rubro (en blanco = sin rubro): ".
           ACCEPT RP-RUBRO.

           MOVE CODIGO-PRODUCTO TO RP-CODIGO-PRODUCTO.

           IF RP-RUBRO = SPACES
               DELETE RUBROS-PRODUCTOS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY "Producto sin rubro"
               CLOSE RUBROS-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           WRITE REGISTRO-RUBRO-PRODUCTO
               INVALID KEY
                   REWRITE REGISTRO-RUBRO-PRODUCTO
                       INVALID KEY
                           DISPLAY "No fue posible grabar el rubro"
                       NOT INVALID KEY
                           DISPLAY "Rubro actualizado"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Rubro asignado"
           END-WRITE.

           CLOSE RUBROS-PRODUCTOS.

       LISTAR-VENDEDORES.
           OPEN INPUT VENDEDORES.

           IF ESTADO-VENDEDORES NOT = "00"
               DISPLAY "No hay vendedores registrados"
               CLOSE VENDEDORES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TASAS-COMISION.

           SET NO-FIN-ARCHIVO TO TRUE.

           PERFORM UNTIL FIN-ARCHIVO
               READ VENDEDORES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM MOSTRAR-VENDEDOR
               END-READ
           END-PERFORM.

           CLOSE TASAS-COMISION.
           CLOSE VENDEDORES.

       MOSTRAR-VENDEDOR.
           MOVE VEN-PORCENTAJE-GENERAL TO PORCENTAJE-EDITADO.
           DISPLAY VEN-CODIGO " " VEN-NOMBRE " legajo " VEN-LEGAJO
               " estado " VEN-ESTADO
               " general " PORCENTAJE-EDITADO "%".

           IF ESTADO-TASAS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           SET NO-FIN-TASAS TO TRUE.
           MOVE VEN-CODIGO TO TC-VENDEDOR.
           MOVE LOW-VALUES TO TC-TIPO.
           MOVE LOW-VALUES TO TC-CODIGO.

           START TASAS-COMISION
               KEY IS GREATER THAN OR EQUAL TO TC-CLAVE
               INVALID KEY
                   SET FIN-TASAS TO TRUE
           END-START.

           PERFORM UNTIL FIN-TASAS
               READ TASAS-COMISION NEXT RECORD
                   AT END
                       SET FIN-TASAS TO TRUE
                   NOT AT END
                       IF TC-VENDEDOR NOT = VEN-CODIGO
                           SET FIN-TASAS TO TRUE
                       ELSE
                           MOVE TC-PORCENTAJE TO PORCENTAJE-EDITADO
                           IF TC-POR-PRODUCTO
                               DISPLAY "    producto " TC-CODIGO
                                   " " PORCENTAJE-EDITADO "%"
                           ELSE
                               DISPLAY "    rubro    " TC-CODIGO
                                   " " PORCENTAJE-EDITADO "%"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM vendedores.
