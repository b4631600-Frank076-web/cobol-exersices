       IDENTIFICATION DIVISION.
       PROGRAM-ID. listas-precios.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       SELECT CLIENTES-BANCO
       ASSIGN TO "clients.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CL-DNI
       ALTERNATE RECORD KEY IS CL-NOMBRE WITH DUPLICATES
       FILE STATUS IS ESTADO-CLIENTES.

       SELECT OPTIONAL CATALOGO-PRODUCTOS
       ASSIGN TO "productos.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CP-CODIGO-PRODUCTO
       FILE STATUS IS ESTADO-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
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
               88  ACU-TIPO-VALIDO VALUE 'P' 'F'.
           05  ACU-PORCENTAJE PIC 9(2)V99.
           05  ACU-PRECIO PIC 9(4).
           05  ACU-VIGENCIA-DESDE PIC 9(8).
           05  ACU-VIGENCIA-HASTA PIC 9(8).

       FD  CLIENTES-BANCO.
       01  REGISTRO-CLIENTE-BANCO.
           05  CL-NOMBRE PIC X(30).
           05  CL-EDAD PIC 9(3).
           05  CL-DNI PIC 9(8).
           05  CL-ESTADO PIC X.
           05  CL-FALLECIDO PIC X.
           05  CL-FECHA-FALLECIMIENTO PIC 9(8).
           05  CL-TIPO PIC X.
           05  CL-CUIT PIC 9(11).
           05  CL-DNI-REPRESENTANTE PIC 9(8).
           05  CL-FECHA-NACIMIENTO PIC 9(8).
           05  CL-TUTELADO PIC X.
           05  CL-DNI-TUTOR PIC 9(8).

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
       01  ESTADO-LISTAS PIC XX.
       01  ESTADO-LISTAS-CLIENTES PIC XX.
       01  ESTADO-ACUERDOS PIC XX.
       01  ESTADO-CLIENTES PIC XX.
       01  ESTADO-CATALOGO PIC XX.

       01  OPCIONES-MENU PIC 9.
           88  OPCION-ALTA-LISTA VALUE 1.
           88  OPCION-PRECIO-LISTA VALUE 2.
           88  OPCION-ASIGNAR-LISTA VALUE 3.
           88  OPCION-ALTA-ACUERDO VALUE 4.
           88  OPCION-BAJA-ACUERDO VALUE 5.
           88  OPCION-CONSULTAR VALUE 6.
           88  SALIR VALUE 7.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  CLIENTE-VALIDO-FLAG PIC X.
           88  CLIENTE-VALIDO VALUE 'S'.
           88  CLIENTE-INVALIDO VALUE 'N'.

       01  PRODUCTO-VALIDO-FLAG PIC X.
           88  PRODUCTO-VALIDO VALUE 'S'.
           88  PRODUCTO-INVALIDO VALUE 'N'.

       01  LISTA-BUSCADA PIC 9(4).
       01  DNI-CLIENTE PIC 9(8).
       01  CODIGO-PRODUCTO PIC X(10).
       01  PRECIO-CATALOGO PIC 9(4).
       01  RESPUESTA PIC X.
           88  RESPUESTA-SI VALUE 'S' 's'.
       01  ACCION-ASIGNACION PIC X.
           88  ASIGNAR VALUE 'A' 'a'.
           88  QUITAR VALUE 'Q' 'q'.

       01  FECHA-DE-HOY PIC 9(8).
       01  CANTIDAD-LEIDA PIC 9(4).

       01  PRECIO-EDITADO PIC Z(3)9.
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
           DISPLAY "--- Listas de precios y acuerdos con clientes ---".
           DISPLAY "Alta o modificación de lista de precios (1)".
           DISPLAY "Cargar precio de un producto en una lista (2)".
           DISPLAY "Asignar o quitar una lista a un cliente (3)".
           DISPLAY "Alta de acuerdo de precio con un cliente (4)".
           DISPLAY "Baja de acuerdo de precio (5)".
           DISPLAY "Consultar listas y acuerdos de un cliente (6)".
           DISPLAY "Salir (7)".
           ACCEPT OPCIONES-MENU.

           EVALUATE TRUE
               WHEN OPCION-ALTA-LISTA
                   PERFORM ALTA-LISTA
               WHEN OPCION-PRECIO-LISTA
                   PERFORM CARGAR-PRECIO-LISTA
               WHEN OPCION-ASIGNAR-LISTA
                   PERFORM ASIGNAR-LISTA-CLIENTE
               WHEN OPCION-ALTA-ACUERDO
                   PERFORM ALTA-ACUERDO
               WHEN OPCION-BAJA-ACUERDO
                   PERFORM BAJA-ACUERDO
               WHEN OPCION-CONSULTAR
                   PERFORM CONSULTAR-CLIENTE
               WHEN SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       ALTA-LISTA.
           DISPLAY "Número de lista (1-9999): ".
           ACCEPT LISTA-BUSCADA.

           IF LISTA-BUSCADA = ZERO
               DISPLAY "Número de lista inválido"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O LISTAS-PRECIOS.

           MOVE LISTA-BUSCADA TO LPR-LISTA.
           MOVE SPACES TO LPR-CODIGO-PRODUCTO.

           READ LISTAS-PRECIOS
               KEY IS LPR-CLAVE
               INVALID KEY
                   MOVE SPACES TO LPR-RESTO
                   MOVE ZERO TO LPR-VIGENCIA-DESDE
                   MOVE ZERO TO LPR-VIGENCIA-HASTA
                   SET LPR-ACTIVA TO TRUE
                   DISPLAY "Lista nueva"
               NOT INVALID KEY
                   DISPLAY "Lista existente: " LPR-DESCRIPCION
                       " vigente del " LPR-VIGENCIA-DESDE
                       " al " LPR-VIGENCIA-HASTA
                       " estado " LPR-ESTADO
           END-READ.

           DISPLAY "Descripción: ".
           ACCEPT LPR-DESCRIPCION.
           DISPLAY "Vigente desde (AAAAMMDD, 0 = hoy): ".
           ACCEPT LPR-VIGENCIA-DESDE.
           IF LPR-VIGENCIA-DESDE = ZERO
               MOVE FECHA-DE-HOY TO LPR-VIGENCIA-DESDE
           END-IF.
           DISPLAY "Vigente hasta (AAAAMMDD, 0 = sin vencimiento): ".
           ACCEPT LPR-VIGENCIA-HASTA.

           IF LPR-VIGENCIA-HASTA NOT = ZERO
               AND LPR-VIGENCIA-HASTA < LPR-VIGENCIA-DESDE
               DISPLAY "La vigencia termina antes de comenzar"
               CLOSE LISTAS-PRECIOS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "¿Lista activa? (S/N): ".
           ACCEPT RESPUESTA.
           IF RESPUESTA-SI
               SET LPR-ACTIVA TO TRUE
           ELSE
               SET LPR-DADA-DE-BAJA TO TRUE
           END-IF.

           MOVE LISTA-BUSCADA TO LPR-LISTA.
           MOVE SPACES TO LPR-CODIGO-PRODUCTO.

           WRITE REGISTRO-LISTA-PRECIOS
               INVALID KEY
                   REWRITE REGISTRO-LISTA-PRECIOS
                       INVALID KEY
                           DISPLAY "No fue posible grabar la lista"
                       NOT INVALID KEY
                           DISPLAY "Lista " LISTA-BUSCADA
                               " actualizada"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Lista " LISTA-BUSCADA " dada de alta"
           END-WRITE.

           CLOSE LISTAS-PRECIOS.

       CARGAR-PRECIO-LISTA.
           DISPLAY "Número de lista: ".
           ACCEPT LISTA-BUSCADA.

           OPEN I-O LISTAS-PRECIOS.

           MOVE LISTA-BUSCADA TO LPR-LISTA.
           MOVE SPACES TO LPR-CODIGO-PRODUCTO.

           READ LISTAS-PRECIOS
               KEY IS LPR-CLAVE
               INVALID KEY
                   DISPLAY "No existe esa lista de precios"
                   CLOSE LISTAS-PRECIOS
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Lista " LPR-LISTA ": " LPR-DESCRIPCION.

           PERFORM PEDIR-PRODUCTO.

           IF PRODUCTO-INVALIDO
               CLOSE LISTAS-PRECIOS
               EXIT PARAGRAPH
           END-IF.

           MOVE LISTA-BUSCADA TO LPR-LISTA.
           MOVE CODIGO-PRODUCTO TO LPR-CODIGO-PRODUCTO.

           READ LISTAS-PRECIOS
               KEY IS LPR-CLAVE
               INVALID KEY
                   MOVE SPACES TO LPR-RESTO
                   MOVE ZERO TO LPR-PRECIO
               NOT INVALID KEY
                   MOVE LPR-PRECIO TO PRECIO-EDITADO
                   DISPLAY "Precio actual en la lista: "
                       PRECIO-EDITADO
           END-READ.

           DISPLAY "Precio de lista (0 = quitar de la lista): ".
           ACCEPT LPR-PRECIO.

           MOVE LISTA-BUSCADA TO LPR-LISTA.
           MOVE CODIGO-PRODUCTO TO LPR-CODIGO-PRODUCTO.

           IF LPR-PRECIO = ZERO
               DELETE LISTAS-PRECIOS RECORD
                   INVALID KEY
                       DISPLAY "El producto no estaba en la lista"
                   NOT INVALID KEY
                       DISPLAY "Producto quitado de la lista"
               END-DELETE
               CLOSE LISTAS-PRECIOS
               EXIT PARAGRAPH
           END-IF.

           IF LPR-PRECIO > PRECIO-CATALOGO
               DISPLAY "ATENCIÓN: el precio de lista supera el "
                   "de catálogo y nunca se aplicará"
           END-IF.

           WRITE REGISTRO-LISTA-PRECIOS
               INVALID KEY
                   REWRITE REGISTRO-LISTA-PRECIOS
                       INVALID KEY
                           DISPLAY "No fue posible grabar el precio"
                       NOT INVALID KEY
                           DISPLAY "Precio actualizado"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Precio cargado"
           END-WRITE.

           CLOSE LISTAS-PRECIOS.

       PEDIR-PRODUCTO.
           SET PRODUCTO-INVALIDO TO TRUE.

           DISPLAY "Código del producto: ".
           ACCEPT CODIGO-PRODUCTO.

           OPEN INPUT CATALOGO-PRODUCTOS.

           IF ESTADO-CATALOGO NOT = "00"
               DISPLAY "Catálogo de productos no disponible"
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           MOVE CODIGO-PRODUCTO TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY "Código no encontrado en el catálogo"
               NOT INVALID KEY
                   SET PRODUCTO-VALIDO TO TRUE
                   MOVE CP-PRECIO-PRODUCTO TO PRECIO-CATALOGO
                   MOVE CP-PRECIO-PRODUCTO TO PRECIO-EDITADO
                   DISPLAY "Descripción: " CP-DESCRIPCION-PRODUCTO
                   DISPLAY "Precio de catálogo: " PRECIO-EDITADO
           END-READ.

           CLOSE CATALOGO-PRODUCTOS.

       PEDIR-CLIENTE.
           SET CLIENTE-INVALIDO TO TRUE.

           DISPLAY "DNI del cliente: ".
           ACCEPT DNI-CLIENTE.

           OPEN INPUT CLIENTES-BANCO.

           IF ESTADO-CLIENTES NOT = "00"
               DISPLAY "No fue posible abrir el padrón de clientes"
               CLOSE CLIENTES-BANCO
               EXIT PARAGRAPH
           END-IF.

           MOVE DNI-CLIENTE TO CL-DNI.

           READ CLIENTES-BANCO
               KEY IS CL-DNI
               INVALID KEY
                   DISPLAY "El DNI no corresponde a un cliente"
               NOT INVALID KEY
                   SET CLIENTE-VALIDO TO TRUE
                   DISPLAY "Cliente: " CL-NOMBRE
           END-READ.

           CLOSE CLIENTES-BANCO.

       ASIGNAR-LISTA-CLIENTE.
           PERFORM PEDIR-CLIENTE.

           IF CLIENTE-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Número de lista: ".
           ACCEPT LISTA-BUSCADA.
           DISPLAY "Asignar (A) o quitar (Q): ".
           ACCEPT ACCION-ASIGNACION.

           IF NOT ASIGNAR AND NOT QUITAR
               DISPLAY "Opción inválida"
               EXIT PARAGRAPH
           END-IF.

           IF ASIGNAR
               OPEN INPUT LISTAS-PRECIOS
               MOVE LISTA-BUSCADA TO LPR-LISTA
               MOVE SPACES TO LPR-CODIGO-PRODUCTO
               READ LISTAS-PRECIOS
                   KEY IS LPR-CLAVE
                   INVALID KEY
                       DISPLAY "No existe esa lista de precios"
                       CLOSE LISTAS-PRECIOS
                       EXIT PARAGRAPH
               END-READ
               CLOSE LISTAS-PRECIOS
           END-IF.

           OPEN I-O LISTAS-CLIENTES.

           MOVE DNI-CLIENTE TO LCL-DNI-CLIENTE.
           MOVE LISTA-BUSCADA TO LCL-LISTA.
           MOVE FECHA-DE-HOY TO LCL-FECHA-ASIGNACION.

           IF ASIGNAR
               WRITE REGISTRO-LISTA-CLIENTE
                   INVALID KEY
                       DISPLAY "La lista ya estaba asignada"
                   NOT INVALID KEY
                       DISPLAY "Lista " LISTA-BUSCADA
                           " asignada al cliente " DNI-CLIENTE
               END-WRITE
           ELSE
               DELETE LISTAS-CLIENTES RECORD
                   INVALID KEY
                       DISPLAY "La lista no estaba asignada"
                   NOT INVALID KEY
                       DISPLAY "Lista " LISTA-BUSCADA
                           " quitada al cliente " DNI-CLIENTE
               END-DELETE
           END-IF.

           CLOSE LISTAS-CLIENTES.

       ALTA-ACUERDO.
           PERFORM PEDIR-CLIENTE.

           IF CLIENTE-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           PERFORM PEDIR-PRODUCTO.

           IF PRODUCTO-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           MOVE DNI-CLIENTE TO ACU-DNI-CLIENTE.
           MOVE CODIGO-PRODUCTO TO ACU-CODIGO-PRODUCTO.

           DISPLAY "Aplica desde la cantidad (1 = siempre): ".
           ACCEPT ACU-CANTIDAD-DESDE.
           IF ACU-CANTIDAD-DESDE = ZERO
               MOVE 1 TO ACU-CANTIDAD-DESDE
           END-IF.

           DISPLAY "Porcentaje sobre catálogo (P) o precio fijo (F): ".
           ACCEPT ACU-TIPO.

           IF NOT ACU-TIPO-VALIDO
               DISPLAY "Tipo de acuerdo inválido"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO ACU-PORCENTAJE.
           MOVE ZERO TO ACU-PRECIO.

           IF ACU-PORCENTAJE-FIJO
               DISPLAY "Porcentaje de descuento (ej. 10.00): "
               ACCEPT ACU-PORCENTAJE
               IF ACU-PORCENTAJE = ZERO
                   DISPLAY "El porcentaje debe ser mayor a cero"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Precio acordado: "
               ACCEPT ACU-PRECIO
               IF ACU-PRECIO = ZERO
                   DISPLAY "El precio debe ser mayor a cero"
                   EXIT PARAGRAPH
               END-IF
               IF ACU-PRECIO > PRECIO-CATALOGO
                   DISPLAY "ATENCIÓN: el precio acordado supera el "
                       "de catálogo y nunca se aplicará"
               END-IF
           END-IF.

           DISPLAY "Vigente desde (AAAAMMDD, 0 = hoy): ".
           ACCEPT ACU-VIGENCIA-DESDE.
           IF ACU-VIGENCIA-DESDE = ZERO
               MOVE FECHA-DE-HOY TO ACU-VIGENCIA-DESDE
           END-IF.
           DISPLAY "Vigente hasta (AAAAMMDD, 0 = sin vencimiento): ".
           ACCEPT ACU-VIGENCIA-HASTA.

           IF ACU-VIGENCIA-HASTA NOT = ZERO
               AND ACU-VIGENCIA-HASTA < ACU-VIGENCIA-DESDE
               DISPLAY "La vigencia termina antes de comenzar"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ACUERDOS-CLIENTES.

           WRITE REGISTRO-ACUERDO-CLIENTE
               INVALID KEY
                   REWRITE REGISTRO-ACUERDO-CLIENTE
                       INVALID KEY
                           DISPLAY "No fue posible grabar el acuerdo"
                       NOT INVALID KEY
                           DISPLAY "Acuerdo actualizado"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Acuerdo registrado"
           END-WRITE.

           CLOSE ACUERDOS-CLIENTES.

       BAJA-ACUERDO.
           DISPLAY "DNI del cliente: ".
           ACCEPT DNI-CLIENTE.
           DISPLAY "Código del producto: ".
           ACCEPT CODIGO-PRODUCTO.
           DISPLAY "Cantidad desde la que aplica: ".
           ACCEPT CANTIDAD-LEIDA.

           OPEN I-O ACUERDOS-CLIENTES.

           MOVE DNI-CLIENTE TO ACU-DNI-CLIENTE.
           MOVE CODIGO-PRODUCTO TO ACU-CODIGO-PRODUCTO.
           MOVE CANTIDAD-LEIDA TO ACU-CANTIDAD-DESDE.

           DELETE ACUERDOS-CLIENTES RECORD
               INVALID KEY
                   DISPLAY "No existe ese acuerdo"
               NOT INVALID KEY
                   DISPLAY "Acuerdo dado de baja"
           END-DELETE.

           CLOSE ACUERDOS-CLIENTES.

       CONSULTAR-CLIENTE.
           PERFORM PEDIR-CLIENTE.

           IF CLIENTE-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Listas de precios asignadas:".

           OPEN INPUT LISTAS-CLIENTES.
           OPEN INPUT LISTAS-PRECIOS.

           SET NO-FIN-ARCHIVO TO TRUE.
           MOVE DNI-CLIENTE TO LCL-DNI-CLIENTE.
           MOVE ZERO TO LCL-LISTA.

           START LISTAS-CLIENTES
               KEY IS GREATER THAN OR EQUAL TO LCL-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ LISTAS-CLIENTES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF LCL-DNI-CLIENTE NOT = DNI-CLIENTE
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM MOSTRAR-LISTA-ASIGNADA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LISTAS-PRECIOS.
           CLOSE LISTAS-CLIENTES.

           DISPLAY "Acuerdos de precio:".

           OPEN INPUT ACUERDOS-CLIENTES.

           SET NO-FIN-ARCHIVO TO TRUE.
           MOVE DNI-CLIENTE TO ACU-DNI-CLIENTE.
           MOVE SPACES TO ACU-CODIGO-PRODUCTO.
           MOVE ZERO TO ACU-CANTIDAD-DESDE.

           START ACUERDOS-CLIENTES
               KEY IS GREATER THAN OR EQUAL TO ACU-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ ACUERDOS-CLIENTES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF ACU-DNI-CLIENTE NOT = DNI-CLIENTE
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM MOSTRAR-ACUERDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACUERDOS-CLIENTES.

       MOSTRAR-LISTA-ASIGNADA.
           MOVE LCL-LISTA TO LPR-LISTA.
           MOVE SPACES TO LPR-CODIGO-PRODUCTO.

           READ LISTAS-PRECIOS
               KEY IS LPR-CLAVE
               INVALID KEY
                   DISPLAY "  Lista " LCL-LISTA " (inexistente)"
               NOT INVALID KEY
                   DISPLAY "  Lista " LCL-LISTA " " LPR-DESCRIPCION
                       " del " LPR-VIGENCIA-DESDE
                       " al " LPR-VIGENCIA-HASTA
                       " estado " LPR-ESTADO
           END-READ.

       MOSTRAR-ACUERDO.
           IF ACU-PORCENTAJE-FIJO
               MOVE ACU-PORCENTAJE TO PORCENTAJE-EDITADO
               DISPLAY "  " ACU-CODIGO-PRODUCTO
                   " desde " ACU-CANTIDAD-DESDE " u.: "
                   PORCENTAJE-EDITADO "% sobre catálogo"
                   " del " ACU-VIGENCIA-DESDE
                   " al " ACU-VIGENCIA-HASTA
           ELSE
               MOVE ACU-PRECIO TO PRECIO-EDITADO
               DISPLAY "  " ACU-CODIGO-PRODUCTO
                   " desde " ACU-CANTIDAD-DESDE " u.: precio "
                   PRECIO-EDITADO
                   " del " ACU-VIGENCIA-DESDE
                   " al " ACU-VIGENCIA-HASTA
           END-IF.

       END PROGRAM listas-precios.
