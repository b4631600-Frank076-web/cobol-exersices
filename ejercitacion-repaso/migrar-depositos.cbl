       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrar-depositos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CATALOGO-PRODUCTOS
       ASSIGN TO "productos.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
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

       SELECT FOTO-VIEJA
       ASSIGN TO "inventario-snapshot.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FV-CODIGO-PRODUCTO
       FILE STATUS IS ESTADO-FOTO-VIEJA.

       SELECT FOTO-NUEVA
       ASSIGN TO "inventario-snapshot.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS INV-CLAVE
       FILE STATUS IS ESTADO-FOTO-NUEVA.

       SELECT FOTO-DE-PASO
       ASSIGN TO "inventario-snapshot-migrate.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-FOTO-PASO.

       SELECT AJUSTES-VIEJOS
       ASSIGN TO "inventario-ajustes.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-AJUSTES-VIEJOS.

       SELECT AJUSTES-NUEVOS
       ASSIGN TO "inventario-ajustes.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-AJUSTES-NUEVOS.

       SELECT AJUSTES-DE-PASO
       ASSIGN TO "inventario-ajustes-migrate.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-AJUSTES-PASO.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FOTO-VIEJA.
       01  REGISTRO-FOTO-VIEJA.
           05  FV-CODIGO-PRODUCTO PIC X(10).
           05  FV-STOCK-CONGELADO PIC 9(6).
           05  FV-CANT-CONTADA PIC 9(6).
           05  FV-ESTADO PIC X.
           05  FV-CONTADO-POR PIC X(30).
           05  FV-FECHA-CONTEO PIC 9(8).

       FD  FOTO-NUEVA.
       01  REGISTRO-INVENTARIO.
           05  INV-CLAVE.
               10  INV-DEPOSITO PIC 9(3).
               10  INV-CODIGO-PRODUCTO PIC X(10).
           05  INV-STOCK-CONGELADO PIC 9(6).
           05  INV-CANT-CONTADA PIC 9(6).
           05  INV-ESTADO PIC X.
           05  INV-CONTADO-POR PIC X(30).
           05  INV-FECHA-CONTEO PIC 9(8).

       FD  FOTO-DE-PASO.
       01  REGISTRO-FOTO-DE-PASO.
           05  FP-CODIGO-PRODUCTO PIC X(10).
           05  FP-STOCK-CONGELADO PIC 9(6).
           05  FP-CANT-CONTADA PIC 9(6).
           05  FP-ESTADO PIC X.
           05  FP-CONTADO-POR PIC X(30).
           05  FP-FECHA-CONTEO PIC 9(8).

       FD  AJUSTES-VIEJOS.
       01  REGISTRO-AJUSTE-VIEJO.
           05  AV-CODIGO-PRODUCTO PIC X(10).
           05  AV-STOCK-ANTERIOR PIC 9(6).
           05  AV-STOCK-NUEVO PIC 9(6).
           05  AV-CONTADO-POR PIC X(30).
           05  AV-FECHA PIC 9(8).

       FD  AJUSTES-NUEVOS.
       01  REGISTRO-AJUSTE.
           05  AJ-CODIGO-PRODUCTO PIC X(10).
           05  AJ-STOCK-ANTERIOR PIC 9(6).
           05  AJ-STOCK-NUEVO PIC 9(6).
           05  AJ-CONTADO-POR PIC X(30).
           05  AJ-FECHA PIC 9(8).
           05  AJ-DEPOSITO PIC 9(3).

       FD  AJUSTES-DE-PASO.
       01  REGISTRO-AJUSTE-DE-PASO.
           05  AP-CODIGO-PRODUCTO PIC X(10).
           05  AP-STOCK-ANTERIOR PIC 9(6).
           05  AP-STOCK-NUEVO PIC 9(6).
           05  AP-CONTADO-POR PIC X(30).
           05  AP-FECHA PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-CATALOGO PIC XX.
       01  ESTADO-DEPOSITOS PIC XX.
       01  ESTADO-STOCK-DEPOSITOS PIC XX.
       01  ESTADO-FOTO-VIEJA PIC XX.
       01  ESTADO-FOTO-NUEVA PIC XX.
       01  ESTADO-FOTO-PASO PIC XX.
       01  ESTADO-AJUSTES-VIEJOS PIC XX.
       01  ESTADO-AJUSTES-NUEVOS PIC XX.
       01  ESTADO-AJUSTES-PASO PIC XX.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  DEPOSITO-PRINCIPAL PIC 9(3) VALUE 1.

       01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
       01  MIGRADOS PIC 9(6) VALUE ZERO.
       01  YA-ASIGNADOS PIC 9(6) VALUE ZERO.

       01  FOTO-LEIDAS PIC 9(6) VALUE ZERO.
       01  FOTO-COPIADAS PIC 9(6) VALUE ZERO.
       01  FOTO-MIGRADAS PIC 9(6) VALUE ZERO.
       01  AJUSTES-LEIDOS PIC 9(6) VALUE ZERO.
       01  AJUSTES-COPIADOS PIC 9(6) VALUE ZERO.
       01  AJUSTES-MIGRADOS PIC 9(6) VALUE ZERO.

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

           DISPLAY "=== Asignación del stock existente al depósito "
           "principal ===".

           PERFORM CREAR-DEPOSITO-PRINCIPAL.
           PERFORM ASIGNAR-STOCK-AL-PRINCIPAL.

           DISPLAY "Productos leídos: " TOTAL-LEIDOS.
           DISPLAY "Productos asignados al depósito "
               DEPOSITO-PRINCIPAL ": " MIGRADOS.
           DISPLAY "Productos que ya tenían stock en ese depósito: "
               YA-ASIGNADOS.

           PERFORM CONVERTIR-FOTO-DE-INVENTARIO.
           PERFORM CONVERTIR-AJUSTES-DE-INVENTARIO.

           GOBACK.

       CREAR-DEPOSITO-PRINCIPAL.
           OPEN I-O DEPOSITOS.

           MOVE DEPOSITO-PRINCIPAL TO DEP-CODIGO.

           READ DEPOSITOS
               KEY IS DEP-CODIGO
               INVALID KEY
                   MOVE "DEPOSITO PRINCIPAL" TO DEP-NOMBRE
                   MOVE SPACES TO DEP-UBICACION
                   SET DEP-ACTIVO TO TRUE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO DEP-FECHA-ALTA
                   WRITE REGISTRO-DEPOSITO
                       INVALID KEY
                           DISPLAY
                           "No fue posible crear el depósito principal"
                       NOT INVALID KEY
                           DISPLAY "Depósito principal creado"
                   END-WRITE
           END-READ.

           CLOSE DEPOSITOS.

       ASIGNAR-STOCK-AL-PRINCIPAL.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT CATALOGO-PRODUCTOS.

           IF ESTADO-CATALOGO NOT = "00"
               DISPLAY "No fue posible abrir productos.idx ("
                   ESTADO-CATALOGO ")"
               CLOSE CATALOGO-PRODUCTOS
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O STOCK-DEPOSITOS.

           PERFORM UNTIL FIN-ARCHIVO
               READ CATALOGO-PRODUCTOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       MOVE DEPOSITO-PRINCIPAL TO SD-DEPOSITO
                       MOVE CP-CODIGO-PRODUCTO TO SD-CODIGO-PRODUCTO
                       MOVE CP-STOCK-ACTUAL TO SD-STOCK
                       MOVE ZERO TO SD-EN-TRANSITO
                       MOVE CP-PUNTO-REPEDIDO TO SD-PUNTO-REPEDIDO
                       WRITE REGISTRO-STOCK-DEPOSITO
                           INVALID KEY
                               ADD 1 TO YA-ASIGNADOS
                           NOT INVALID KEY
                               ADD 1 TO MIGRADOS
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE STOCK-DEPOSITOS.
           CLOSE CATALOGO-PRODUCTOS.

       CONVERTIR-FOTO-DE-INVENTARIO.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT FOTO-VIEJA.

           IF ESTADO-FOTO-VIEJA NOT = "00"
               DISPLAY "No hay foto de inventario para convertir"
               CLOSE FOTO-VIEJA
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FOTO-DE-PASO.

           PERFORM UNTIL FIN-ARCHIVO
               READ FOTO-VIEJA NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO FOTO-LEIDAS
                       IF FV-STOCK-CONGELADO IS NUMERIC
                           AND FV-CANT-CONTADA IS NUMERIC
                           AND FV-FECHA-CONTEO IS NUMERIC
                           MOVE REGISTRO-FOTO-VIEJA
                               TO REGISTRO-FOTO-DE-PASO
                           WRITE REGISTRO-FOTO-DE-PASO
                           IF ESTADO-FOTO-PASO = "00"
                               ADD 1 TO FOTO-COPIADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FOTO-DE-PASO.
           CLOSE FOTO-VIEJA.

           IF FOTO-LEIDAS = ZERO
               DISPLAY "La foto de inventario está vacía"
               EXIT PARAGRAPH
           END-IF.

           IF FOTO-COPIADAS NOT = FOTO-LEIDAS
               DISPLAY
               "No fue posible copiar toda la foto de inventario ("
               FOTO-COPIADAS " de " FOTO-LEIDAS
               "), la conversión se cancela sin tocar "
               "inventario-snapshot.idx"
               EXIT PARAGRAPH
           END-IF.

           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT FOTO-DE-PASO.
           OPEN OUTPUT FOTO-NUEVA.

           PERFORM UNTIL FIN-ARCHIVO
               READ FOTO-DE-PASO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE DEPOSITO-PRINCIPAL TO INV-DEPOSITO
                       MOVE FP-CODIGO-PRODUCTO TO INV-CODIGO-PRODUCTO
                       MOVE FP-STOCK-CONGELADO TO INV-STOCK-CONGELADO
                       MOVE FP-CANT-CONTADA TO INV-CANT-CONTADA
                       MOVE FP-ESTADO TO INV-ESTADO
                       MOVE FP-CONTADO-POR TO INV-CONTADO-POR
                       MOVE FP-FECHA-CONTEO TO INV-FECHA-CONTEO
                       WRITE REGISTRO-INVENTARIO
                           INVALID KEY
                               DISPLAY
                               "No se pudo convertir la línea de foto "
                               INV-CODIGO-PRODUCTO
                           NOT INVALID KEY
                               ADD 1 TO FOTO-MIGRADAS
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE FOTO-NUEVA.
           CLOSE FOTO-DE-PASO.

           DISPLAY "Líneas de foto de inventario asignadas al "
               "depósito " DEPOSITO-PRINCIPAL ": " FOTO-MIGRADAS.

       CONVERTIR-AJUSTES-DE-INVENTARIO.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT AJUSTES-VIEJOS.

           IF ESTADO-AJUSTES-VIEJOS NOT = "00"
               DISPLAY "No hay ajustes de inventario para convertir"
               CLOSE AJUSTES-VIEJOS
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT AJUSTES-DE-PASO.

           PERFORM UNTIL FIN-ARCHIVO
               READ AJUSTES-VIEJOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO AJUSTES-LEIDOS
                       IF AV-STOCK-ANTERIOR IS NUMERIC
                           AND AV-STOCK-NUEVO IS NUMERIC
                           AND AV-FECHA IS NUMERIC
                           MOVE REGISTRO-AJUSTE-VIEJO
                               TO REGISTRO-AJUSTE-DE-PASO
                           WRITE REGISTRO-AJUSTE-DE-PASO
                           IF ESTADO-AJUSTES-PASO = "00"
                               ADD 1 TO AJUSTES-COPIADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AJUSTES-DE-PASO.
           CLOSE AJUSTES-VIEJOS.

           IF AJUSTES-LEIDOS = ZERO
               DISPLAY "El registro de ajustes de inventario está "
                   "vacío"
               EXIT PARAGRAPH
           END-IF.

           IF AJUSTES-COPIADOS NOT = AJUSTES-LEIDOS
               DISPLAY
               "No fue posible copiar todos los ajustes ("
               AJUSTES-COPIADOS " de " AJUSTES-LEIDOS
               "), la conversión se cancela sin tocar "
               "inventario-ajustes.dat"
               EXIT PARAGRAPH
           END-IF.

           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT AJUSTES-DE-PASO.
           OPEN OUTPUT AJUSTES-NUEVOS.

           PERFORM UNTIL FIN-ARCHIVO
               READ AJUSTES-DE-PASO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE AP-CODIGO-PRODUCTO TO AJ-CODIGO-PRODUCTO
                       MOVE AP-STOCK-ANTERIOR TO AJ-STOCK-ANTERIOR
                       MOVE AP-STOCK-NUEVO TO AJ-STOCK-NUEVO
                       MOVE AP-CONTADO-POR TO AJ-CONTADO-POR
                       MOVE AP-FECHA TO AJ-FECHA
                       MOVE DEPOSITO-PRINCIPAL TO AJ-DEPOSITO
                       WRITE REGISTRO-AJUSTE
                       IF ESTADO-AJUSTES-NUEVOS = "00"
                           ADD 1 TO AJUSTES-MIGRADOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AJUSTES-NUEVOS.
           CLOSE AJUSTES-DE-PASO.

           DISPLAY "Ajustes de inventario asignados al depósito "
               DEPOSITO-PRINCIPAL ": " AJUSTES-MIGRADOS.

       END PROGRAM migrar-depositos.
