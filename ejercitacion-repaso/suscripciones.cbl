       IDENTIFICATION DIVISION.
       PROGRAM-ID. suscripciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL SUSCRIPCIONES
       ASSIGN TO "suscripciones.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SUS-CLAVE
       FILE STATUS IS ESTADO-SUSCRIPCIONES.

       SELECT OPTIONAL CONTADOR-SUSCRIPCIONES
       ASSIGN TO "suscripciones-counter.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-CONTADOR.

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

       SELECT OPTIONAL VENDEDORES
       ASSIGN TO "vendedores.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VEN-CODIGO
       FILE STATUS IS ESTADO-VENDEDORES.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSCRIPCIONES.
       01  REGISTRO-SUSCRIPCION.
           05  SUS-CLAVE.
               10  SUS-NUMERO PIC 9(6).
               10  SUS-LINEA PIC 9(3).
           05  SUS-RESTO PIC X(60).
           05  SUS-CABECERA REDEFINES SUS-RESTO.
               10  SUS-DNI-CLIENTE PIC 9(8).
               10  SUS-CUENTA-DEBITO PIC 9(8).
               10  SUS-FRECUENCIA PIC X.
                   88  SUS-MENSUAL VALUE 'M'.
                   88  SUS-BIMESTRAL VALUE 'B'.
                   88  SUS-TRIMESTRAL VALUE 'T'.
                   88  SUS-SEMESTRAL VALUE 'S'.
                   88  SUS-ANUAL VALUE 'A'.
                   88  SUS-FRECUENCIA-VALIDA
                       VALUE 'M' 'B' 'T' 'S' 'A'.
               10  SUS-PROXIMA-FACTURA PIC 9(8).
               10  SUS-PORC-IMPUESTO PIC 9(2)V99.
               10  SUS-PORC-DESCUENTO PIC 9(2)V99.
               10  SUS-ESTADO PIC X.
                   88  SUS-ACTIVA VALUE 'A'.
                   88  SUS-SUSPENDIDA VALUE 'S'.
                   88  SUS-BAJA VALUE 'B'.
               10  SUS-FECHA-ALTA PIC 9(8).
               10  SUS-ULTIMA-FACTURA PIC 9(8).
               10  SUS-ULTIMO-RESULTADO PIC X.
                   88  SUS-DEBITO-OK VALUE 'D'.
                   88  SUS-DEBITO-FALLIDO VALUE 'F'.
               10  SUS-VENDEDOR PIC 9(4).
               10  FILLER PIC X(5).
           05  SUS-DETALLE REDEFINES SUS-RESTO.
               10  SUS-CODIGO-PRODUCTO PIC X(10).
               10  SUS-CANTIDAD PIC 9(4).
               10  FILLER PIC X(46).

       FD  CONTADOR-SUSCRIPCIONES.
       01  REGISTRO-CONTADOR-SUSCRIPCIONES.
           05  CS-ULTIMA-SUSCRIPCION PIC 9(6).

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

       WORKING-STORAGE SECTION.
       01  ESTADO-SUSCRIPCIONES PIC XX.
       01  ESTADO-CONTADOR PIC XX.
       01  ESTADO-CLIENTES PIC XX.
       01  ESTADO-CATALOGO PIC XX.
       01  ESTADO-VENDEDORES PIC XX.

       01  OPCIONES-MENU PIC 9.
           88  OPCION-ALTA VALUE 1.
           88  OPCION-LISTAR VALUE 2.
           88  OPCION-ESTADO VALUE 3.
           88  OPCION-CUENTA VALUE 4.
           88  SALIR VALUE 5.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  CLIENTE-VALIDO-FLAG PIC X.
           88  CLIENTE-VALIDO VALUE 'S'.
           88  CLIENTE-INVALIDO VALUE 'N'.

       01  PRODUCTO-VALIDO-FLAG PIC X.
           88  PRODUCTO-VALIDO VALUE 'S'.
           88  PRODUCTO-INVALIDO VALUE 'N'.

       01  NUEVO-ESTADO PIC X.
           88  NUEVO-ESTADO-VALIDO VALUE 'A' 'S' 'B'.

       01  DNI-CLIENTE PIC 9(8).
       01  CUENTA-DEBITO PIC 9(8).

       01  VENDEDOR-FACTURA PIC 9(4) VALUE ZERO.
       01  VENDEDOR-VALIDO-FLAG PIC X.
           88  VENDEDOR-VALIDO VALUE 'S'.
           88  VENDEDOR-INVALIDO VALUE 'N'.
       01  FRECUENCIA PIC X.
       01  PRIMERA-FACTURA PIC 9(8).
       01  PORCENTAJE-IMPUESTO PIC 9(2)V99.
       01  PORCENTAJE-DESCUENTO PIC 9(2)V99.
       01  FECHA-DE-HOY PIC 9(8).

       01  SUSCRIPCION-BUSCADA PIC 9(6).
       01  NUMERO-SUSCRIPCION PIC 9(6).
       01  ULTIMA-SUSCRIPCION PIC 9(6) VALUE ZERO.

       01  TABLA-PRODUCTOS.
           05  PRODUCTO-SUSCRIPTO OCCURS 20 TIMES.
               10  PS-CODIGO PIC X(10).
               10  PS-CANTIDAD PIC 9(4).
       01  CANTIDAD-PRODUCTOS PIC 99 VALUE ZERO.
       01  CODIGO-INGRESADO PIC X(10).
       01  CANTIDAD-INGRESADA PIC 9(4).
       01  I PIC 99.

       01  FILAS-LISTADAS PIC 9(4) VALUE ZERO.

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
           DISPLAY "--- Suscripciones de facturación periódica ---".
           DISPLAY "Alta de suscripción (1)".
           DISPLAY "Listar suscripciones (2)".
           DISPLAY "Suspender, reactivar o dar de baja (3)".
           DISPLAY "Cambiar la cuenta a debitar (4)".
           DISPLAY "Salir (5)".
           ACCEPT OPCIONES-MENU.

           EVALUATE TRUE
               WHEN OPCION-ALTA
                   PERFORM ALTA-SUSCRIPCION
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-SUSCRIPCIONES
               WHEN OPCION-ESTADO
                   PERFORM CAMBIAR-ESTADO
               WHEN OPCION-CUENTA
                   PERFORM CAMBIAR-CUENTA-DEBITO
               WHEN SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       ALTA-SUSCRIPCION.
           DISPLAY "DNI del cliente: ".
           ACCEPT DNI-CLIENTE.

           PERFORM VALIDAR-CLIENTE.

           IF CLIENTE-INVALIDO
               DISPLAY "El DNI no corresponde a un cliente activo"
               EXIT PARAGRAPH
           END-IF.

           PERFORM IDENTIFICAR-VENDEDOR.

           DISPLAY "Cuenta bancaria a debitar: ".
           ACCEPT CUENTA-DEBITO.

           IF CUENTA-DEBITO = ZERO
               DISPLAY "Debe indicar una cuenta a debitar"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Frecuencia: mensual (M), bimestral (B), "
               "trimestral (T), semestral (S) o anual (A): ".
           ACCEPT FRECUENCIA.

           MOVE FRECUENCIA TO SUS-FRECUENCIA.

           IF NOT SUS-FRECUENCIA-VALIDA
               DISPLAY "Frecuencia inválida"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Primera facturación (AAAAMMDD, 0 = hoy): ".
           ACCEPT PRIMERA-FACTURA.
           IF PRIMERA-FACTURA = ZERO
               MOVE FECHA-DE-HOY TO PRIMERA-FACTURA
           END-IF.

           DISPLAY "Porcentaje de impuesto (ej. 21.00): ".
           ACCEPT PORCENTAJE-IMPUESTO.
           DISPLAY "Porcentaje de descuento (ej. 10.00): ".
           ACCEPT PORCENTAJE-DESCUENTO.

           PERFORM INGRESAR-PRODUCTOS.

           IF CANTIDAD-PRODUCTOS = ZERO
               DISPLAY "La suscripción no tiene productos, no se "
                   "registra"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ASIGNAR-NUMERO-SUSCRIPCION.
           PERFORM GRABAR-SUSCRIPCION.

       VALIDAR-CLIENTE.
           SET CLIENTE-INVALIDO TO TRUE.

           OPEN INPUT CLIENTES-BANCO.

           IF ESTADO-CLIENTES NOT = "00"
               DISPLAY
               "No fue posible abrir el padrón de clientes ("
               ESTADO-CLIENTES ")"
               CLOSE CLIENTES-BANCO
               EXIT PARAGRAPH
           END-IF.

           MOVE DNI-CLIENTE TO CL-DNI.

           READ CLIENTES-BANCO
               KEY IS CL-DNI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CL-ESTADO = 'A'
                       SET CLIENTE-VALIDO TO TRUE
                       DISPLAY "Cliente: " CL-NOMBRE
                   END-IF
           END-READ.

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
               "Registro de vendedores no disponible, la "
               "suscripción queda sin vendedor"
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

       INGRESAR-PRODUCTOS.
           MOVE ZERO TO CANTIDAD-PRODUCTOS.
           MOVE "X" TO CODIGO-INGRESADO.

           OPEN INPUT CATALOGO-PRODUCTOS.

           IF ESTADO-CATALOGO NOT = "00"
               DISPLAY "No hay catálogo de productos"
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL CODIGO-INGRESADO = SPACES
               OR CANTIDAD-PRODUCTOS = 20
               DISPLAY "Código de producto (vacío para terminar): "
               MOVE SPACES TO CODIGO-INGRESADO
               ACCEPT CODIGO-INGRESADO
               IF CODIGO-INGRESADO NOT = SPACES
                   PERFORM AGREGAR-PRODUCTO
               END-IF
           END-PERFORM.

           CLOSE CATALOGO-PRODUCTOS.

       AGREGAR-PRODUCTO.
           SET PRODUCTO-INVALIDO TO TRUE.
           MOVE CODIGO-INGRESADO TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY "Código no encontrado en el catálogo"
               NOT INVALID KEY
                   IF CP-PRODUCTO-DISCONTINUADO
                       DISPLAY "El producto está discontinuado"
                   ELSE
                       SET PRODUCTO-VALIDO TO TRUE
                       DISPLAY "Descripción: " CP-DESCRIPCION-PRODUCTO
                           " Precio: " CP-PRECIO-PRODUCTO
                   END-IF
           END-READ.

           IF PRODUCTO-INVALIDO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cantidad por período: ".
           ACCEPT CANTIDAD-INGRESADA.

           IF CANTIDAD-INGRESADA = ZERO
               DISPLAY "La cantidad debe ser mayor que cero"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CANTIDAD-PRODUCTOS.
           MOVE CODIGO-INGRESADO TO PS-CODIGO(CANTIDAD-PRODUCTOS).
           MOVE CANTIDAD-INGRESADA TO PS-CANTIDAD(CANTIDAD-PRODUCTOS).

       ASIGNAR-NUMERO-SUSCRIPCION.
           OPEN INPUT CONTADOR-SUSCRIPCIONES.

           IF ESTADO-CONTADOR = "00"
               READ CONTADOR-SUSCRIPCIONES
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CS-ULTIMA-SUSCRIPCION
                           TO ULTIMA-SUSCRIPCION
               END-READ
           END-IF.

           CLOSE CONTADOR-SUSCRIPCIONES.

           COMPUTE NUMERO-SUSCRIPCION = ULTIMA-SUSCRIPCION + 1.

           OPEN OUTPUT CONTADOR-SUSCRIPCIONES.
           MOVE NUMERO-SUSCRIPCION TO CS-ULTIMA-SUSCRIPCION.
           WRITE REGISTRO-CONTADOR-SUSCRIPCIONES.
           CLOSE CONTADOR-SUSCRIPCIONES.

       GRABAR-SUSCRIPCION.
           OPEN I-O SUSCRIPCIONES.

           MOVE SPACES TO SUS-RESTO.
           MOVE NUMERO-SUSCRIPCION TO SUS-NUMERO.
           MOVE ZERO TO SUS-LINEA.
           MOVE DNI-CLIENTE TO SUS-DNI-CLIENTE.
           MOVE CUENTA-DEBITO TO SUS-CUENTA-DEBITO.
           MOVE FRECUENCIA TO SUS-FRECUENCIA.
           MOVE PRIMERA-FACTURA TO SUS-PROXIMA-FACTURA.
           MOVE PORCENTAJE-IMPUESTO TO SUS-PORC-IMPUESTO.
           MOVE PORCENTAJE-DESCUENTO TO SUS-PORC-DESCUENTO.
           SET SUS-ACTIVA TO TRUE.
           MOVE FECHA-DE-HOY TO SUS-FECHA-ALTA.
           MOVE ZERO TO SUS-ULTIMA-FACTURA.
           MOVE VENDEDOR-FACTURA TO SUS-VENDEDOR.

           WRITE REGISTRO-SUSCRIPCION
               INVALID KEY
                   DISPLAY "No fue posible registrar la suscripción"
                   CLOSE SUSCRIPCIONES
                   EXIT PARAGRAPH
           END-WRITE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CANTIDAD-PRODUCTOS
               MOVE SPACES TO SUS-RESTO
               MOVE NUMERO-SUSCRIPCION TO SUS-NUMERO
               MOVE I TO SUS-LINEA
               MOVE PS-CODIGO(I) TO SUS-CODIGO-PRODUCTO
               MOVE PS-CANTIDAD(I) TO SUS-CANTIDAD
               WRITE REGISTRO-SUSCRIPCION
                   INVALID KEY
                       DISPLAY "No fue posible grabar el producto "
                           PS-CODIGO(I)
               END-WRITE
           END-PERFORM.

           CLOSE SUSCRIPCIONES.

           DISPLAY "Suscripción " NUMERO-SUSCRIPCION
               " registrada, primera facturación " PRIMERA-FACTURA.

       LISTAR-SUSCRIPCIONES.
           SET NO-FIN-ARCHIVO TO TRUE.
           MOVE ZERO TO FILAS-LISTADAS.

           OPEN INPUT SUSCRIPCIONES.

           IF ESTADO-SUSCRIPCIONES NOT = "00"
               DISPLAY "No hay suscripciones registradas"
               CLOSE SUSCRIPCIONES
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FIN-ARCHIVO
               READ SUSCRIPCIONES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF SUS-LINEA = ZERO
                           DISPLAY "Suscripción " SUS-NUMERO
                               " DNI " SUS-DNI-CLIENTE
                               " cuenta " SUS-CUENTA-DEBITO
                               " frecuencia " SUS-FRECUENCIA
                               " próxima " SUS-PROXIMA-FACTURA
                               " estado " SUS-ESTADO
                               " vendedor " SUS-VENDEDOR
                           IF SUS-ULTIMA-FACTURA > ZERO
                               DISPLAY "    Última factura "
                                   SUS-ULTIMA-FACTURA
                                   " débito " SUS-ULTIMO-RESULTADO
                           END-IF
                           ADD 1 TO FILAS-LISTADAS
                       ELSE
                           DISPLAY "    " SUS-CODIGO-PRODUCTO
                               " x " SUS-CANTIDAD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUSCRIPCIONES.

           IF FILAS-LISTADAS = ZERO
               DISPLAY "No hay suscripciones registradas"
           END-IF.

       CAMBIAR-ESTADO.
           DISPLAY "Número de suscripción: ".
           ACCEPT SUSCRIPCION-BUSCADA.

           OPEN I-O SUSCRIPCIONES.

           IF ESTADO-SUSCRIPCIONES NOT = "00"
               DISPLAY "No hay suscripciones registradas"
               CLOSE SUSCRIPCIONES
               EXIT PARAGRAPH
           END-IF.

           MOVE SUSCRIPCION-BUSCADA TO SUS-NUMERO.
           MOVE ZERO TO SUS-LINEA.

           READ SUSCRIPCIONES
               KEY IS SUS-CLAVE
               INVALID KEY
                   DISPLAY "No existe esa suscripción"
                   CLOSE SUSCRIPCIONES
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Estado actual: " SUS-ESTADO.
           DISPLAY "Nuevo estado: activa (A), suspendida (S) o "
               "baja (B): ".
           ACCEPT NUEVO-ESTADO.

           IF NOT NUEVO-ESTADO-VALIDO
               DISPLAY "Estado inválido"
               CLOSE SUSCRIPCIONES
               EXIT PARAGRAPH
           END-IF.

           IF SUS-BAJA
               DISPLAY "La suscripción está dada de baja"
               CLOSE SUSCRIPCIONES
               EXIT PARAGRAPH
           END-IF.

           MOVE NUEVO-ESTADO TO SUS-ESTADO.

           IF SUS-ACTIVA AND SUS-PROXIMA-FACTURA < FECHA-DE-HOY
               DISPLAY "Próxima facturación (AAAAMMDD, 0 = hoy): "
               ACCEPT PRIMERA-FACTURA
               IF PRIMERA-FACTURA = ZERO
                   MOVE FECHA-DE-HOY TO PRIMERA-FACTURA
               END-IF
               MOVE PRIMERA-FACTURA TO SUS-PROXIMA-FACTURA
           END-IF.

           REWRITE REGISTRO-SUSCRIPCION
               INVALID KEY
                   DISPLAY "No fue posible actualizar la suscripción"
               NOT INVALID KEY
                   DISPLAY "Suscripción " SUSCRIPCION-BUSCADA
                       " en estado " SUS-ESTADO
           END-REWRITE.

           CLOSE SUSCRIPCIONES.

       CAMBIAR-CUENTA-DEBITO.
           DISPLAY "Número de suscripción: ".
           ACCEPT SUSCRIPCION-BUSCADA.

           OPEN I-O SUSCRIPCIONES.

           IF ESTADO-SUSCRIPCIONES NOT = "00"
               DISPLAY "No hay suscripciones registradas"
               CLOSE SUSCRIPCIONES
               EXIT PARAGRAPH
           END-IF.

           MOVE SUSCRIPCION-BUSCADA TO SUS-NUMERO.
           MOVE ZERO TO SUS-LINEA.

           READ SUSCRIPCIONES
               KEY IS SUS-CLAVE
               INVALID KEY
                   DISPLAY "No existe esa suscripción"
                   CLOSE SUSCRIPCIONES
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Cuenta actual: " SUS-CUENTA-DEBITO.
           DISPLAY "Nueva cuenta a debitar: ".
           ACCEPT CUENTA-DEBITO.

           IF CUENTA-DEBITO = ZERO
               DISPLAY "Debe indicar una cuenta a debitar"
               CLOSE SUSCRIPCIONES
               EXIT PARAGRAPH
           END-IF.

           MOVE CUENTA-DEBITO TO SUS-CUENTA-DEBITO.

           REWRITE REGISTRO-SUSCRIPCION
               INVALID KEY
                   DISPLAY "No fue posible actualizar la suscripción"
               NOT INVALID KEY
                   DISPLAY "Cuenta a debitar actualizada"
           END-REWRITE.

           CLOSE SUSCRIPCIONES.

       END PROGRAM suscripciones.
