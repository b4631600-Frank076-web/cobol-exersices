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

       SELECT OPTIONAL PRECIOS-APLICADOS
       ASSIGN TO "precios-aplicados.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PA-CLAVE
       FILE STATUS IS ESTADO-PRECIOS-APLICADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTOS.
               10  PRE-ESTADO PIC X.
                   88  PRE-VIGENTE VALUE 'V'.
                   88  PRE-CONVERTIDO VALUE 'C'.
               10  PRE-VENDEDOR PIC 9(4).
               10  FILLER PIC X(61).
           05  PRE-DETALLE REDEFINES PRE-RESTO.
               10  PRE-CODIGO-PRODUCTO PIC X(10).
               10  PRE-DESCRIPCION-PRODUCTO PIC X(100).
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
       01  ESTADO-PRESUPUESTOS PIC XX.
       01  ESTADO-CONTADOR-PRE PIC XX.
       01  ESTADO-CLIENTES PIC XX.
       01  ESTADO-COBRAR PIC XX.
       01  ESTADO-CATALOGO PIC XX.
       01  ESTADO-SOLICITUDES PIC XX.
       01  ESTADO-LISTAS PIC XX.
       01  ESTADO-LISTAS-CLIENTES PIC XX.
       01  ESTADO-ACUERDOS PIC XX.
       01  ESTADO-PRECIOS-APLICADOS PIC XX.
       01  ESTADO-VENDEDORES PIC XX.
       01  ESTADO-DEPOSITOS PIC XX.
       01  ESTADO-STOCK-DEPOSITOS PIC XX.
       01  ESTADO-KITS PIC XX.

       01  OPCIONES-MENU PIC 9.
           88  OPCION-COTIZAR VALUE 1.
       01  CLIENTE-VALIDO-FLAG PIC X.
           88  CLIENTE-VALIDO VALUE 'S'.
           88  CLIENTE-INVALIDO VALUE 'N'.
       01  CUIT-CLIENTE PIC 9(11).
       01  TIPO-CLIENTE PIC X.

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
       01  KITS-DEL-PRESUPUESTO-FLAG PIC X.
           88  KITS-CON-STOCK VALUE 'S'.
           88  KITS-SIN-STOCK VALUE 'N'.

       01  NUMERO-PRESUPUESTO PIC 9(8).
       01  ULTIMO-PRESUPUESTO PIC 9(8) VALUE ZERO.
               10  LP-CANTIDAD PIC 9(4).
               10  LP-SUBTOTAL PIC 9(6).
               10  LP-COSTO PIC 9(4)V99.
               10  LP-EN-CATALOGO PIC X.
               10  LP-PRECIO-CATALOGO PIC 9(4).
               10  LP-PRECIO-SUGERIDO PIC 9(4).
               10  LP-ORIGEN-PRECIO PIC X.
                   88  LP-SEGUN-CATALOGO VALUE 'C'.
                   88  LP-SEGUN-LISTA VALUE 'L'.
                   88  LP-SEGUN-ACUERDO VALUE 'A'.
                   88  LP-MODIFICADO-A-MANO VALUE 'M'.
                   88  LP-SIN-CATALOGO VALUE 'S'.
               10  LP-ORIGEN-SUGERIDO PIC X.
               10  LP-LISTA-APLICADA PIC 9(4).
               10  LP-CANTIDAD-DESDE PIC 9(4).
               10  LP-TEXTO-ORIGEN PIC X(30).
               10  LP-KIT-FLAG PIC X.
                   88  LP-ES-KIT VALUE 'S'.
               10  LP-COSTO-KIT PIC 9(4)V99.

       01  SUBTOTAL-PRESUPUESTO PIC 9(6) VALUE ZERO.
       01  PORCENTAJE-IMPUESTO PIC 9(2)V99.

       01  TOTAL-EDITADO PIC Z(5)9.99.

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

               EXIT PARAGRAPH
           END-IF.

           PERFORM IDENTIFICAR-VENDEDOR.

           PERFORM INGRESAR-LINEAS.

           IF CANTIDAD-PRODUCTOS = ZERO

           PERFORM ASIGNAR-NUMERO-DE-PRESUPUESTO.
           PERFORM GRABAR-PRESUPUESTO.
           PERFORM GRABAR-PRECIOS-DEL-PRESUPUESTO.

           MOVE TOTAL-FINAL TO TOTAL-EDITADO.
           DISPLAY "Presupuesto N° " NUMERO-PRESUPUESTO

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
               "Registro de vendedores no disponible, el "
               "presupuesto queda sin vendedor"
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

       INGRESAR-LINEAS.
           MOVE ZERO TO CANTIDAD-PRODUCTOS.
           MOVE ZERO TO SUBTOTAL-PRESUPUESTO.
               PERFORM BUSCAR-PRECIO-CATALOGO
               DISPLAY "Cantidad del producto " I
               ACCEPT LP-CANTIDAD(I)
               IF LP-EN-CATALOGO(I) = 'S'
                   PERFORM DETERMINAR-PRECIO-CLIENTE
                   PERFORM CONFIRMAR-PRECIO
               ELSE
                   PERFORM REGISTRAR-PRECIO-SIN-CATALOGO
               END-IF
               COMPUTE LP-SUBTOTAL(I) =
                   LP-PRECIO(I) * LP-CANTIDAD(I)
               ADD LP-SUBTOTAL(I) TO SUBTOTAL-PRESUPUESTO
           CLOSE CATALOGO-PRODUCTOS.

       BUSCAR-PRECIO-CATALOGO.
           MOVE 'N' TO LP-EN-CATALOGO(I).

           IF ESTADO-CATALOGO NOT = "00"
               DISPLAY "Catálogo no disponible, ingreso manual."
               DISPLAY "Descripción del producto " I
                   MOVE CP-DESCRIPCION-PRODUCTO
                       TO LP-DESCRIPCION(I)
                   MOVE CP-PRECIO-PRODUCTO TO LP-PRECIO(I)
                   MOVE 'S' TO LP-EN-CATALOGO(I)
                   DISPLAY "Descripción: " LP-DESCRIPCION(I)
                       " Precio: " LP-PRECIO(I)
           END-READ.

       DETERMINAR-PRECIO-CLIENTE.
           MOVE LP-PRECIO(I) TO LP-PRECIO-CATALOGO(I).
           MOVE LP-PRECIO(I) TO MEJOR-PRECIO.
           SET LP-SEGUN-CATALOGO(I) TO TRUE.
           MOVE ZERO TO LP-LISTA-APLICADA(I).
           MOVE ZERO TO LP-CANTIDAD-DESDE(I).
           MOVE "CATALOGO" TO LP-TEXTO-ORIGEN(I).

           PERFORM BUSCAR-PRECIO-EN-LISTAS.
           PERFORM BUSCAR-PRECIO-EN-ACUERDOS.

           MOVE MEJOR-PRECIO TO LP-PRECIO(I).
           MOVE MEJOR-PRECIO TO LP-PRECIO-SUGERIDO(I).
           MOVE LP-ORIGEN-PRECIO(I) TO LP-ORIGEN-SUGERIDO(I).

           DISPLAY "Precio aplicado: " LP-PRECIO(I)
               " (" LP-TEXTO-ORIGEN(I) ")".

       BUSCAR-PRECIO-EN-LISTAS.
           OPEN INPUT LISTAS-CLIENTES.

           IF ESTADO-LISTAS-CLIENTES NOT = "00"
               CLOSE LISTAS-CLIENTES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LISTAS-PRECIOS.

           SET NO-FIN-BUSQUEDA TO TRUE.
           MOVE DNI-CLIENTE TO LCL-DNI-CLIENTE.
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
                       IF LCL-DNI-CLIENTE NOT = DNI-CLIENTE
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
           MOVE LP-CODIGO(I) TO LPR-CODIGO-PRODUCTO.

           READ LISTAS-PRECIOS
               KEY IS LPR-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF LPR-PRECIO < MEJOR-PRECIO
               MOVE LPR-PRECIO TO MEJOR-PRECIO
               SET LP-SEGUN-LISTA(I) TO TRUE
               MOVE LPR-LISTA TO LP-LISTA-APLICADA(I)
               MOVE ZERO TO LP-CANTIDAD-DESDE(I)
               MOVE LPR-LISTA TO LISTA-TEXTO
               MOVE SPACES TO LP-TEXTO-ORIGEN(I)
               STRING "LISTA " DELIMITED BY SIZE
                   LISTA-TEXTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DESCRIPCION-LISTA DELIMITED BY SIZE
                   INTO LP-TEXTO-ORIGEN(I)
           END-IF.

       BUSCAR-PRECIO-EN-ACUERDOS.
           OPEN INPUT ACUERDOS-CLIENTES.

           IF ESTADO-ACUERDOS NOT = "00"
               CLOSE ACUERDOS-CLIENTES
               EXIT PARAGRAPH
           END-IF.

           SET NO-FIN-BUSQUEDA TO TRUE.
           MOVE DNI-CLIENTE TO ACU-DNI-CLIENTE.
           MOVE LP-CODIGO(I) TO ACU-CODIGO-PRODUCTO.
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
                       IF ACU-DNI-CLIENTE NOT = DNI-CLIENTE
                           OR ACU-CODIGO-PRODUCTO NOT =
                           LP-CODIGO(I)
                           SET FIN-BUSQUEDA TO TRUE
                       ELSE
                           PERFORM EVALUAR-ACUERDO-DEL-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACUERDOS-CLIENTES.

       EVALUAR-ACUERDO-DEL-CLIENTE.
           IF ACU-CANTIDAD-DESDE > LP-CANTIDAD(I)
               OR ACU-VIGENCIA-DESDE > FECHA-DE-HOY
               EXIT PARAGRAPH
           END-IF.

           IF ACU-VIGENCIA-HASTA NOT = ZERO
               AND ACU-VIGENCIA-HASTA < FECHA-DE-HOY
               EXIT PARAGRAPH
           END-IF.

           IF ACU-PORCENTAJE-FIJO
               COMPUTE PRECIO-CANDIDATO ROUNDED =
                   LP-PRECIO-CATALOGO(I) *
                   (100 - ACU-PORCENTAJE) / 100
           ELSE
               MOVE ACU-PRECIO TO PRECIO-CANDIDATO
           END-IF.

           IF PRECIO-CANDIDATO < MEJOR-PRECIO
               MOVE PRECIO-CANDIDATO TO MEJOR-PRECIO
               SET LP-SEGUN-ACUERDO(I) TO TRUE
               MOVE ZERO TO LP-LISTA-APLICADA(I)
               MOVE ACU-CANTIDAD-DESDE TO LP-CANTIDAD-DESDE(I)
               MOVE ACU-CANTIDAD-DESDE TO CANTIDAD-TEXTO
               MOVE SPACES TO LP-TEXTO-ORIGEN(I)
               STRING "ACUERDO DESDE " DELIMITED BY SIZE
                   CANTIDAD-TEXTO DELIMITED BY SIZE
                   " U." DELIMITED BY SIZE
                   INTO LP-TEXTO-ORIGEN(I)
           END-IF.

       CONFIRMAR-PRECIO.
           DISPLAY "¿Modificar el precio a mano? (S/N) ".
           ACCEPT RESPUESTA-PRECIO.

           IF NOT MODIFICAR-PRECIO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Ingrese el precio del producto " I.
           ACCEPT PRECIO-MANUAL.

           IF PRECIO-MANUAL = LP-PRECIO-SUGERIDO(I)
               EXIT PARAGRAPH
           END-IF.

           MOVE PRECIO-MANUAL TO LP-PRECIO(I).
           SET LP-MODIFICADO-A-MANO(I) TO TRUE.
           MOVE "MODIFICADO A MANO" TO LP-TEXTO-ORIGEN(I).

       REGISTRAR-PRECIO-SIN-CATALOGO.
           MOVE ZERO TO LP-PRECIO-CATALOGO(I).
           MOVE ZERO TO LP-PRECIO-SUGERIDO(I).
           SET LP-SIN-CATALOGO(I) TO TRUE.
           MOVE 'S' TO LP-ORIGEN-SUGERIDO(I).
           MOVE ZERO TO LP-LISTA-APLICADA(I).
           MOVE ZERO TO LP-CANTIDAD-DESDE(I).
           MOVE "SIN CATALOGO" TO LP-TEXTO-ORIGEN(I).

       ASIGNAR-NUMERO-DE-PRESUPUESTO.
           OPEN INPUT CONTADOR-PRESUPUESTOS.

           MOVE MONTO-IMPUESTO TO PRE-MONTO-IMPUESTO.
           MOVE TOTAL-FINAL TO PRE-TOTAL-FINAL.
           SET PRE-VIGENTE TO TRUE.
           MOVE VENDEDOR-FACTURA TO PRE-VENDEDOR.
           WRITE REGISTRO-PRESUPUESTO.

           PERFORM VARYING I FROM 1 BY 1

           CLOSE PRESUPUESTOS.

       GRABAR-PRECIOS-DEL-PRESUPUESTO.
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
               SET PA-ES-PRESUPUESTO TO TRUE
               MOVE NUMERO-PRESUPUESTO TO PA-NUMERO
               MOVE I TO PA-LINEA
               MOVE FECHA-DE-HOY TO PA-FECHA
               MOVE DNI-CLIENTE TO PA-DNI-CLIENTE
               MOVE LP-CODIGO(I) TO PA-CODIGO-PRODUCTO
               MOVE LP-CANTIDAD(I) TO PA-CANTIDAD
               MOVE LP-PRECIO-CATALOGO(I) TO PA-PRECIO-CATALOGO
               MOVE LP-PRECIO-SUGERIDO(I) TO PA-PRECIO-SUGERIDO
               MOVE LP-PRECIO(I) TO PA-PRECIO-APLICADO
               MOVE LP-ORIGEN-PRECIO(I) TO PA-ORIGEN
               MOVE LP-ORIGEN-SUGERIDO(I) TO PA-ORIGEN-SUGERIDO
               MOVE LP-LISTA-APLICADA(I) TO PA-LISTA
               MOVE LP-CANTIDAD-DESDE(I) TO PA-CANTIDAD-DESDE
               MOVE LP-TEXTO-ORIGEN(I) TO PA-TEXTO-ORIGEN
               WRITE REGISTRO-PRECIO-APLICADO
                   INVALID KEY
                       DISPLAY
                       "No fue posible registrar el origen del precio "
                       "de la línea " I
               END-WRITE
           END-PERFORM.

           CLOSE PRECIOS-APLICADOS.

       CONVERTIR-PRESUPUESTO.
           DISPLAY "Número de presupuesto: ".
           ACCEPT PRESUPUESTO-BUSCADO.
           MOVE PRE-PORC-IMPUESTO TO PORCENTAJE-IMPUESTO.
           MOVE PRE-MONTO-IMPUESTO TO MONTO-IMPUESTO.
           MOVE PRE-TOTAL-FINAL TO TOTAL-FINAL.
           IF PRE-VENDEDOR IS NUMERIC
               MOVE PRE-VENDEDOR TO VENDEDOR-FACTURA
           ELSE
               MOVE ZERO TO VENDEDOR-FACTURA
           END-IF.

           PERFORM IDENTIFICAR-DEPOSITO.

           PERFORM CARGAR-LINEAS-DEL-PRESUPUESTO.

           PERFORM VERIFICAR-KITS-DEL-PRESUPUESTO.

           IF KITS-SIN-STOCK
               DISPLAY
               "El presupuesto incluye kits sin stock de sus "
               "componentes en el depósito, no se convierte"
               CLOSE PRESUPUESTOS
               EXIT PARAGRAPH
           END-IF.

           SET PRE-CONVERTIDO TO TRUE.
           MOVE PRESUPUESTO-BUSCADO TO PRE-NUMERO.
           MOVE ZERO TO PRE-LINEA.
           PERFORM ASIGNAR-NUMERO-DE-FACTURA.
           PERFORM CARGAR-COSTOS-VIGENTES.
           PERFORM GRABAR-FACTURA-DEL-PRESUPUESTO.
           PERFORM TRASLADAR-PRECIOS-A-FACTURA.
           PERFORM GRABAR-SOLICITUD-CAE.
           PERFORM DESCONTAR-STOCK-FACTURADO.
           PERFORM GRABAR-CUENTA-A-COBRAR.

               " convertido en la factura " NUMERO-FACTURA
               " por " TOTAL-EDITADO.

       IDENTIFICAR-DEPOSITO.
           SET DEPOSITO-INVALIDO TO TRUE.

           PERFORM UNTIL DEPOSITO-VALIDO
               DISPLAY "Depósito desde el que se entrega: "
               ACCEPT DEPOSITO-VENTA
               PERFORM VALIDAR-DEPOSITO
           END-PERFORM.

       VALIDAR-DEPOSITO.
           OPEN INPUT DEPOSITOS.

           IF ESTADO-DEPOSITOS NOT = "00"
               DISPLAY
               "Registro de depósitos no disponible, se entrega "
               "desde el depósito principal"
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

       CARGAR-LINEAS-DEL-PRESUPUESTO.
           MOVE ZERO TO CANTIDAD-PRODUCTOS.
           SET NO-FIN-ARCHIVO TO TRUE.
               END-READ
           END-PERFORM.

       TRASLADAR-PRECIOS-A-FACTURA.
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
               PERFORM TRASLADAR-PRECIO-DE-UNA-LINEA
           END-PERFORM.

           CLOSE PRECIOS-APLICADOS.

       TRASLADAR-PRECIO-DE-UNA-LINEA.
           SET PA-ES-PRESUPUESTO TO TRUE.
           MOVE PRESUPUESTO-BUSCADO TO PA-NUMERO.
           MOVE I TO PA-LINEA.

           READ PRECIOS-APLICADOS
               KEY IS PA-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           SET PA-ES-FACTURA TO TRUE.
           MOVE NUMERO-FACTURA TO PA-NUMERO.
           MOVE FECHA-DE-HOY TO PA-FECHA.

           WRITE REGISTRO-PRECIO-APLICADO
               INVALID KEY
                   DISPLAY
                   "No fue posible registrar el origen del precio "
                   "de la línea " I
           END-WRITE.

       VERIFICAR-KITS-DEL-PRESUPUESTO.
           SET KITS-CON-STOCK TO TRUE.

           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-PRODUCTOS
               MOVE 'N' TO LP-KIT-FLAG(I)
               MOVE ZERO TO LP-COSTO-KIT(I)
           END-PERFORM.

           OPEN INPUT COMPONENTES-KIT.

           IF ESTADO-KITS NOT = "00"
               CLOSE COMPONENTES-KIT
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CATALOGO-PRODUCTOS.
           OPEN INPUT STOCK-DEPOSITOS.

           IF ESTADO-STOCK-DEPOSITOS = "00"
               SET MODO-DEPOSITOS TO TRUE
           ELSE
               SET MODO-CATALOGO TO TRUE
           END-IF.

           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-PRODUCTOS
               PERFORM CARGAR-COMPONENTES-KIT
               IF CANTIDAD-COMPONENTES > ZERO
                   MOVE 'S' TO LP-KIT-FLAG(I)
                   PERFORM VERIFICAR-STOCK-DEL-KIT
                   IF KIT-SIN-STOCK
                       SET KITS-SIN-STOCK TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE STOCK-DEPOSITOS.
           CLOSE CATALOGO-PRODUCTOS.
           CLOSE COMPONENTES-KIT.

       CARGAR-COMPONENTES-KIT.
           MOVE ZERO TO CANTIDAD-COMPONENTES.

           IF ESTADO-KITS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE LP-CODIGO(I) TO KIT-CODIGO-KIT.
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

           IF KIT-CODIGO-KIT NOT = LP-CODIGO(I)
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

           PERFORM VERIFICAR-UN-COMPONENTE
               VARYING K FROM 1 BY 1
               UNTIL K > CANTIDAD-COMPONENTES.

           IF COSTO-KIT > 9999.99
               MOVE 9999.99 TO LP-COSTO-KIT(I)
           ELSE
               MOVE COSTO-KIT TO LP-COSTO-KIT(I)
           END-IF.

       VERIFICAR-UN-COMPONENTE.
           COMPUTE CANTIDAD-PEDIDA = CK-CANTIDAD(K) * LP-CANTIDAD(I).

           MOVE CK-CODIGO(K) TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY "Kit " LP-CODIGO(I) ": el componente "
                       CK-CODIGO(K) " no está en el catálogo"
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
               DISPLAY "Kit " LP-CODIGO(I) ": el componente "
                   CK-CODIGO(K) " necesita " CANTIDAD-PEDIDA
                   " y hay " STOCK-COMPONENTE
               SET KIT-SIN-STOCK TO TRUE
           END-IF.

       CARGAR-COSTOS-VIGENTES.
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-PRODUCTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LP-ES-KIT(I)
                           MOVE LP-COSTO-KIT(I) TO LP-COSTO(I)
                       ELSE
                           MOVE CP-COSTO-UNITARIO TO LP-COSTO(I)
                       END-IF
               END-READ
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

       GRABAR-SOLICITUD-CAE.
           MOVE ZERO TO CUIT-CLIENTE.
           MOVE SPACE TO TIPO-CLIENTE.

           OPEN INPUT CLIENTES-BANCO.

           IF ESTADO-CLIENTES = "00"
               MOVE DNI-CLIENTE TO CL-DNI
               READ CLIENTES-BANCO
                   KEY IS CL-DNI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-TIPO TO TIPO-CLIENTE
                       IF CL-CUIT IS NUMERIC
                           MOVE CL-CUIT TO CUIT-CLIENTE
                       END-IF
               END-READ
           END-IF.

           CLOSE CLIENTES-BANCO.

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
           MOVE FECHA-DE-HOY TO SOL-FECHA.
           MOVE DNI-CLIENTE TO SOL-DNI-CLIENTE.
           MOVE CUIT-CLIENTE TO SOL-CUIT-CLIENTE.
           MOVE TIPO-CLIENTE TO SOL-TIPO-CLIENTE.
           COMPUTE SOL-NETO = SUBTOTAL-PRESUPUESTO - MONTO-DESCUENTO.
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

       DESCONTAR-STOCK-FACTURADO.
           OPEN I-O CATALOGO-PRODUCTOS.

               EXIT PARAGRAPH
           END-IF.

           PERFORM ABRIR-STOCK-DEPOSITOS.
           OPEN INPUT COMPONENTES-KIT.

           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-PRODUCTOS
               PERFORM DESCONTAR-UNA-LINEA
           END-PERFORM.

           CLOSE COMPONENTES-KIT.
           CLOSE STOCK-DEPOSITOS.
           CLOSE CATALOGO-PRODUCTOS.

       DESCONTAR-UNA-LINEA.
                   EXIT PARAGRAPH
           END-READ.

           IF LP-ES-KIT(I)
               PERFORM CARGAR-COMPONENTES-KIT
               PERFORM DESCONTAR-UN-COMPONENTE
                   VARYING K FROM 1 BY 1
                   UNTIL K > CANTIDAD-COMPONENTES
               EXIT PARAGRAPH
           END-IF.

           MOVE LP-CODIGO(I) TO CODIGO-A-DESCONTAR.
           MOVE LP-CANTIDAD(I) TO CANTIDAD-PEDIDA.

           PERFORM DESCONTAR-STOCK.

       DESCONTAR-UN-COMPONENTE.
           MOVE CK-CODIGO(K) TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE CK-CODIGO(K) TO CODIGO-A-DESCONTAR.
           COMPUTE CANTIDAD-PEDIDA = CK-CANTIDAD(K) * LP-CANTIDAD(I).

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
                   "ATENCIÓN: la cantidad facturada de "
                   CODIGO-A-DESCONTAR " supera el stock disponible ("
                   CP-STOCK-ACTUAL ")"
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
               INVALID KEY
                   DISPLAY
                   "No fue posible descontar el stock de "
                   CODIGO-A-DESCONTAR
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
               "ATENCIÓN: la cantidad facturada de "
               CODIGO-A-DESCONTAR " supera el stock del depósito ("
               SD-STOCK ")"
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

       GRABAR-CUENTA-A-COBRAR.
