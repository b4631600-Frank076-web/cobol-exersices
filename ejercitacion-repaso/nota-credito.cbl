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

       SELECT OPTIONAL REEMBOLSOS-NC
       ASSIGN TO "notas-credito-reembolsos.dat"
       ORGANIZATION IS SEQUENTIAL
               10  HF-TOTAL-FINAL PIC 9(6)V99.
               10  HF-FACTURA-REF PIC 9(8).
               10  FILLER PIC X(66).
           05  HF-CABECERA-FACTURA REDEFINES HF-RESTO.
               10  FILLER PIC X(109).
               10  HF-DEPOSITO PIC 9(3).
               10  FILLER PIC X(16).
           05  HF-DETALLE REDEFINES HF-RESTO.
               10  HF-CODIGO-PRODUCTO PIC X(10).
               10  HF-DESCRIPCION-PRODUCTO PIC X(100).
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

       FD  REEMBOLSOS-NC.
       01  REGISTRO-REEMBOLSO.
           05  RB-NUMERO-NOTA PIC 9(8).
       01  ESTADO-COBRAR PIC XX.
       01  ESTADO-CATALOGO PIC XX.
       01  ESTADO-REEMBOLSOS PIC XX.
       01  ESTADO-DEPOSITOS PIC XX.
       01  ESTADO-STOCK-DEPOSITOS PIC XX.
       01  ESTADO-KITS PIC XX.
       01  ESTADO-CAJAS PIC XX.

       01  CAJA-REEMBOLSO PIC 9(3).
       01  CAJA-VALIDA-FLAG PIC X.
           88  CAJA-VALIDA VALUE 'S'.
           88  CAJA-INVALIDA VALUE 'N'.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           05  FAC-DNI PIC 9(8).
           05  FAC-PORC-DESCUENTO PIC 9(2)V99.
           05  FAC-PORC-IMPUESTO PIC 9(2)V99.
           05  FAC-DEPOSITO PIC 9(3).

       01  DEPOSITO-PRINCIPAL PIC 9(3) VALUE 1.
       01  DEPOSITO-REINGRESO PIC 9(3).
       01  DEPOSITO-VALIDO-FLAG PIC X.
           88  DEPOSITO-VALIDO VALUE 'S'.
           88  DEPOSITO-INVALIDO VALUE 'N'.

       01  MODO-STOCK-FLAG PIC X.
           88  MODO-DEPOSITOS VALUE 'S'.
           88  MODO-CATALOGO VALUE 'N'.
           88  MODO-STOCK-NO-DISPONIBLE VALUE 'E'.
       01  REPOSICION-FLAG PIC X.
           88  REPOSICION-OK VALUE 'S'.
           88  REPOSICION-FALLIDA VALUE 'N'.
       01  CODIGO-A-REPONER PIC X(10).
       01  CANTIDAD-A-REPONER PIC 9(8).

       01  COMPONENTES-DEL-KIT.
           05  COMPONENTE-KIT OCCURS 20 TIMES.
               10  CK-CODIGO PIC X(10).
               10  CK-CANTIDAD PIC 9(4).
       01  CANTIDAD-COMPONENTES PIC 99 VALUE ZERO.
       01  K PIC 99.
       01  FIN-BUSQUEDA-FLAG PIC X.
           88  FIN-BUSQUEDA VALUE 'S'.
           88  NO-FIN-BUSQUEDA VALUE 'N'.

       01  DETALLES-FACTURA.
           05  DETALLE-FACTURA OCCURS 50 TIMES.
                   MOVE HF-DNI-CLIENTE TO FAC-DNI
                   MOVE HF-PORC-DESCUENTO TO FAC-PORC-DESCUENTO
                   MOVE HF-PORC-IMPUESTO TO FAC-PORC-IMPUESTO
                   MOVE DEPOSITO-PRINCIPAL TO FAC-DEPOSITO
                   IF HF-DEPOSITO IS NUMERIC
                       IF HF-DEPOSITO > ZERO
                           MOVE HF-DEPOSITO TO FAC-DEPOSITO
                       END-IF
                   END-IF
               WHEN HF-ES-DETALLE
                   IF CANTIDAD-DETALLES < 50
                       ADD 1 TO CANTIDAD-DETALLES
               EXIT PARAGRAPH
           END-IF.

           PERFORM IDENTIFICAR-DEPOSITO-REINGRESO.

           PERFORM ABRIR-STOCK-DEPOSITOS.
           OPEN INPUT COMPONENTES-KIT.

           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CANTIDAD-DETALLES
               IF DF-CANT-ACREDITAR(I) > ZERO
               END-IF
           END-PERFORM.

           CLOSE COMPONENTES-KIT.
           CLOSE STOCK-DEPOSITOS.
           CLOSE CATALOGO-PRODUCTOS.

       IDENTIFICAR-DEPOSITO-REINGRESO.
           SET DEPOSITO-INVALIDO TO TRUE.

           PERFORM UNTIL DEPOSITO-VALIDO
               DISPLAY "Depósito al que reingresa la mercadería "
                   "(0 = " FAC-DEPOSITO ", el de la factura): "
               ACCEPT DEPOSITO-REINGRESO
               IF DEPOSITO-REINGRESO = ZERO
                   MOVE FAC-DEPOSITO TO DEPOSITO-REINGRESO
               END-IF
               PERFORM VALIDAR-DEPOSITO
           END-PERFORM.

       VALIDAR-DEPOSITO.
           OPEN INPUT DEPOSITOS.

           IF ESTADO-DEPOSITOS NOT = "00"
               MOVE DEPOSITO-PRINCIPAL TO DEPOSITO-REINGRESO
               SET DEPOSITO-VALIDO TO TRUE
               CLOSE DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           MOVE DEPOSITO-REINGRESO TO DEP-CODIGO.

           READ DEPOSITOS
               KEY IS DEP-CODIGO
               INVALID KEY
                   DISPLAY "El código no corresponde a un depósito"
               NOT INVALID KEY
                   IF DEP-ACTIVO
                       SET DEPOSITO-VALIDO TO TRUE
                   ELSE
                       DISPLAY "El depósito está dado de baja"
                   END-IF
           END-READ.

           CLOSE DEPOSITOS.

       REPONER-UNA-LINEA.
           PERFORM CARGAR-COMPONENTES-KIT.

           IF CANTIDAD-COMPONENTES > ZERO
               DISPLAY "El producto " DF-CODIGO(I) " es un kit, "
                   "se reponen sus componentes"
               PERFORM REPONER-UN-COMPONENTE
                   VARYING K FROM 1 BY 1
                   UNTIL K > CANTIDAD-COMPONENTES
               EXIT PARAGRAPH
           END-IF.

           MOVE DF-CODIGO(I) TO CODIGO-A-REPONER.
           MOVE DF-CANT-ACREDITAR(I) TO CANTIDAD-A-REPONER.

           PERFORM REPONER-UN-PRODUCTO.

       REPONER-UN-COMPONENTE.
           MOVE CK-CODIGO(K) TO CODIGO-A-REPONER.
           COMPUTE CANTIDAD-A-REPONER =
               CK-CANTIDAD(K) * DF-CANT-ACREDITAR(I).

           PERFORM REPONER-UN-PRODUCTO.

       REPONER-UN-PRODUCTO.
           MOVE CODIGO-A-REPONER TO CP-CODIGO-PRODUCTO.

           READ CATALOGO-PRODUCTOS
               KEY IS CP-CODIGO-PRODUCTO
               INVALID KEY
                   DISPLAY
                   "El producto " CODIGO-A-REPONER " no está en el "
                   "catálogo, el stock no se repone"
                   EXIT PARAGRAPH
           END-READ.

           IF MODO-STOCK-NO-DISPONIBLE
               DISPLAY "ATENCIÓN: no se repuso el stock de "
                   CODIGO-A-REPONER
               EXIT PARAGRAPH
           END-IF.

           PERFORM REPONER-STOCK-DEPOSITO.

           IF REPOSICION-FALLIDA
               EXIT PARAGRAPH
           END-IF.

           ADD CANTIDAD-A-REPONER TO CP-STOCK-ACTUAL.

           REWRITE REGISTRO-PRODUCTO-CATALOGO
               INVALID KEY
                   DISPLAY
                   "No fue posible reponer el stock de "
                   CODIGO-A-REPONER
           END-REWRITE.

       CARGAR-COMPONENTES-KIT.
           MOVE ZERO TO CANTIDAD-COMPONENTES.

           IF ESTADO-KITS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE DF-CODIGO(I) TO KIT-CODIGO-KIT.
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

           IF KIT-CODIGO-KIT NOT = DF-CODIGO(I)
               OR CANTIDAD-COMPONENTES >= 20
               SET FIN-BUSQUEDA TO TRUE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CANTIDAD-COMPONENTES.
           MOVE KIT-CODIGO-COMPONENTE
               TO CK-CODIGO(CANTIDAD-COMPONENTES).
           MOVE KIT-CANTIDAD TO CK-CANTIDAD(CANTIDAD-COMPONENTES).

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

       REPONER-STOCK-DEPOSITO.
           SET REPOSICION-OK TO TRUE.

           IF NOT MODO-DEPOSITOS
               EXIT PARAGRAPH
           END-IF.

           MOVE DEPOSITO-REINGRESO TO SD-DEPOSITO.
           MOVE CODIGO-A-REPONER TO SD-CODIGO-PRODUCTO.

           READ STOCK-DEPOSITOS
               KEY IS SD-CLAVE
               INVALID KEY
                   MOVE CANTIDAD-A-REPONER TO SD-STOCK
                   MOVE ZERO TO SD-EN-TRANSITO
                   MOVE ZERO TO SD-PUNTO-REPEDIDO
                   WRITE REGISTRO-STOCK-DEPOSITO
                       INVALID KEY
                           SET REPOSICION-FALLIDA TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   ADD CANTIDAD-A-REPONER TO SD-STOCK
                   REWRITE REGISTRO-STOCK-DEPOSITO
                       INVALID KEY
                           SET REPOSICION-FALLIDA TO TRUE
                   END-REWRITE
           END-READ.

           IF REPOSICION-FALLIDA
               DISPLAY "No fue posible reponer el stock de "
                   CODIGO-A-REPONER " en el depósito "
                   DEPOSITO-REINGRESO ", el stock no se repone"
           END-IF.

       AJUSTAR-CUENTA-A-COBRAR.
           MOVE ZERO TO IMPORTE-REEMBOLSO.

           TOTAL-EDITADO " al cliente (queda asentado en "
           "notas-credito-reembolsos.dat)".

           PERFORM REEMBOLSAR-POR-CAJA.

       REEMBOLSAR-POR-CAJA.
           SET CAJA-INVALIDA TO TRUE.

           PERFORM UNTIL CAJA-VALIDA
               DISPLAY "Caja de mostrador que paga el reembolso "
                   "en efectivo (0 = se paga por otro medio): "
               ACCEPT CAJA-REEMBOLSO
               IF CAJA-REEMBOLSO = ZERO
                   EXIT PARAGRAPH
               END-IF
               PERFORM DESCONTAR-REEMBOLSO-DE-CAJA
           END-PERFORM.

       DESCONTAR-REEMBOLSO-DE-CAJA.
           OPEN I-O CAJAS-MOSTRADOR.

           IF ESTADO-CAJAS NOT = "00"
               DISPLAY "No hay cajas de mostrador abiertas"
               CLOSE CAJAS-MOSTRADOR
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CM-FECHA.
           MOVE CAJA-REEMBOLSO TO CM-CAJA.

           READ CAJAS-MOSTRADOR
               KEY IS CM-CLAVE
               INVALID KEY
                   DISPLAY "La caja no fue abierta hoy"
                   CLOSE CAJAS-MOSTRADOR
                   EXIT PARAGRAPH
           END-READ.

           IF NOT CM-ABIERTA
               DISPLAY "La caja ya fue cerrada hoy"
               CLOSE CAJAS-MOSTRADOR
               EXIT PARAGRAPH
           END-IF.

           ADD IMPORTE-REEMBOLSO TO CM-REEMBOLSOS.

           REWRITE REGISTRO-CAJA-MOSTRADOR
               INVALID KEY
                   DISPLAY
                   "No fue posible asentar el reembolso en la caja"
               NOT INVALID KEY
                   SET CAJA-VALIDA TO TRUE
                   DISPLAY "Reembolso asentado en la caja "
                       CM-CAJA
           END-REWRITE.

           CLOSE CAJAS-MOSTRADOR.

       MOSTRAR-NOTA.
           DISPLAY "*********************************".
           DISPLAY "* NOTA DE CRÉDITO N° " NUMERO-NOTA.
