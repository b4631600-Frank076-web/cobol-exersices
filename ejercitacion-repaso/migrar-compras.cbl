       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrar-compras.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROVEEDORES-VIEJOS
       ASSIGN TO "proveedores.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIEJO-PRV-CODIGO
       FILE STATUS IS ESTADO-VIEJOS.

       SELECT PROVEEDORES-NUEVOS
       ASSIGN TO "proveedores.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PRV-CODIGO
       FILE STATUS IS ESTADO-NUEVOS.

       SELECT ORDENES-VIEJAS
       ASSIGN TO "ordenes-compra.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIEJO-OC-CLAVE
       FILE STATUS IS ESTADO-VIEJOS.

       SELECT ORDENES-NUEVAS
       ASSIGN TO "ordenes-compra.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OC-CLAVE
       FILE STATUS IS ESTADO-NUEVOS.

       SELECT ARCHIVO-DE-PASO
       ASSIGN TO "compras-migrate.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-PASO.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVEEDORES-VIEJOS.
       01  REGISTRO-PROVEEDOR-VIEJO.
           05  VIEJO-PRV-CODIGO PIC 9(4).
           05  VIEJO-PRV-NOMBRE PIC X(30).
           05  VIEJO-PRV-CUIT PIC 9(11).
           05  VIEJO-PRV-ESTADO PIC X.

       FD  PROVEEDORES-NUEVOS.
       01  REGISTRO-PROVEEDOR.
           05  PRV-CODIGO PIC 9(4).
           05  PRV-NOMBRE PIC X(30).
           05  PRV-CUIT PIC 9(11).
           05  PRV-ESTADO PIC X.
           05  PRV-CUENTA-PAGO PIC 9(8).
           05  PRV-DESTINATARIO PIC 9(6).

       FD  ORDENES-VIEJAS.
       01  REGISTRO-ORDEN-VIEJA.
           05  VIEJO-OC-CLAVE.
               10  VIEJO-OC-NUMERO PIC 9(6).
               10  VIEJO-OC-LINEA PIC 9(3).
           05  VIEJO-OC-PROVEEDOR PIC 9(4).
           05  VIEJO-OC-CODIGO-PRODUCTO PIC X(10).
           05  VIEJO-OC-CANT-PEDIDA PIC 9(6).
           05  VIEJO-OC-CANT-RECIBIDA PIC 9(6).
           05  VIEJO-OC-FECHA PIC 9(8).
           05  VIEJO-OC-ESTADO PIC X.

       FD  ORDENES-NUEVAS.
       01  REGISTRO-ORDEN.
           05  OC-CLAVE.
               10  OC-NUMERO PIC 9(6).
               10  OC-LINEA PIC 9(3).
           05  OC-PROVEEDOR PIC 9(4).
           05  OC-CODIGO-PRODUCTO PIC X(10).
           05  OC-CANT-PEDIDA PIC 9(6).
           05  OC-CANT-RECIBIDA PIC 9(6).
           05  OC-FECHA PIC 9(8).
           05  OC-ESTADO PIC X.
           05  OC-PRECIO-UNITARIO PIC 9(4)V99.
           05  OC-CANT-FACTURADA PIC 9(6).

       FD  ARCHIVO-DE-PASO.
       01  REGISTRO-DE-PASO PIC X(44).
       01  PASO-PROVEEDOR.
           05  PASO-PRV-CODIGO PIC 9(4).
           05  PASO-PRV-NOMBRE PIC X(30).
           05  PASO-PRV-CUIT PIC 9(11).
           05  PASO-PRV-ESTADO PIC X.
       01  PASO-ORDEN.
           05  PASO-OC-NUMERO PIC 9(6).
           05  PASO-OC-LINEA PIC 9(3).
           05  PASO-OC-PROVEEDOR PIC 9(4).
           05  PASO-OC-CODIGO-PRODUCTO PIC X(10).
           05  PASO-OC-CANT-PEDIDA PIC 9(6).
           05  PASO-OC-CANT-RECIBIDA PIC 9(6).
           05  PASO-OC-FECHA PIC 9(8).
           05  PASO-OC-ESTADO PIC X.

       WORKING-STORAGE SECTION.
       01  ESTADO-VIEJOS PIC XX.
       01  ESTADO-NUEVOS PIC XX.
       01  ESTADO-PASO PIC XX.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
       01  TOTAL-COPIADOS PIC 9(6) VALUE ZERO.
       01  MIGRADOS PIC 9(6) VALUE ZERO.

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

           DISPLAY "=== Migración de proveedores y órdenes de compra "
           "al formato con datos de pago y facturación ===".

           PERFORM MIGRAR-PROVEEDORES.
           PERFORM MIGRAR-ORDENES.

           DISPLAY
           "Los medios de pago de los proveedores quedaron en "
           "cero: complételos desde ordenes-compra".
           DISPLAY
           "Las órdenes migradas no tienen precio pactado: sus "
           "facturas quedarán retenidas para aprobación".

           GOBACK.

       MIGRAR-PROVEEDORES.
           MOVE ZERO TO TOTAL-LEIDOS.
           MOVE ZERO TO TOTAL-COPIADOS.
           MOVE ZERO TO MIGRADOS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT PROVEEDORES-VIEJOS.

           IF ESTADO-VIEJOS NOT = "00"
               DISPLAY "No fue posible abrir proveedores.idx ("
                   ESTADO-VIEJOS "), no se migran proveedores"
               CLOSE PROVEEDORES-VIEJOS
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ARCHIVO-DE-PASO.

           PERFORM UNTIL FIN-ARCHIVO
               READ PROVEEDORES-VIEJOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       MOVE SPACES TO REGISTRO-DE-PASO
                       MOVE REGISTRO-PROVEEDOR-VIEJO
                           TO PASO-PROVEEDOR
                       WRITE REGISTRO-DE-PASO
                       IF ESTADO-PASO = "00"
                           ADD 1 TO TOTAL-COPIADOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-DE-PASO.
           CLOSE PROVEEDORES-VIEJOS.

           IF TOTAL-LEIDOS = ZERO
               DISPLAY "No hay proveedores para migrar"
               EXIT PARAGRAPH
           END-IF.

           IF TOTAL-COPIADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "No fue posible copiar todos los proveedores ("
               TOTAL-COPIADOS " de " TOTAL-LEIDOS
               "), se cancela sin tocar proveedores.idx"
               EXIT PARAGRAPH
           END-IF.

           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT ARCHIVO-DE-PASO.
           OPEN OUTPUT PROVEEDORES-NUEVOS.

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DE-PASO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE PASO-PRV-CODIGO TO PRV-CODIGO
                       MOVE PASO-PRV-NOMBRE TO PRV-NOMBRE
                       MOVE PASO-PRV-CUIT TO PRV-CUIT
                       MOVE PASO-PRV-ESTADO TO PRV-ESTADO
                       MOVE ZERO TO PRV-CUENTA-PAGO
                       MOVE ZERO TO PRV-DESTINATARIO
                       WRITE REGISTRO-PROVEEDOR
                           INVALID KEY
                               DISPLAY
                               "No se pudo migrar el proveedor "
                               PRV-CODIGO
                           NOT INVALID KEY
                               ADD 1 TO MIGRADOS
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE PROVEEDORES-NUEVOS.
           CLOSE ARCHIVO-DE-PASO.

           DISPLAY "Proveedores migrados: " MIGRADOS.

       MIGRAR-ORDENES.
           MOVE ZERO TO TOTAL-LEIDOS.
           MOVE ZERO TO TOTAL-COPIADOS.
           MOVE ZERO TO MIGRADOS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT ORDENES-VIEJAS.

           IF ESTADO-VIEJOS NOT = "00"
               DISPLAY "No fue posible abrir ordenes-compra.idx ("
                   ESTADO-VIEJOS "), no se migran órdenes"
               CLOSE ORDENES-VIEJAS
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ARCHIVO-DE-PASO.

           PERFORM UNTIL FIN-ARCHIVO
               READ ORDENES-VIEJAS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       MOVE SPACES TO REGISTRO-DE-PASO
                       MOVE REGISTRO-ORDEN-VIEJA TO PASO-ORDEN
                       WRITE REGISTRO-DE-PASO
                       IF ESTADO-PASO = "00"
                           ADD 1 TO TOTAL-COPIADOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-DE-PASO.
           CLOSE ORDENES-VIEJAS.

           IF TOTAL-LEIDOS = ZERO
               DISPLAY "No hay órdenes de compra para migrar"
               EXIT PARAGRAPH
           END-IF.

           IF TOTAL-COPIADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "No fue posible copiar todas las órdenes ("
               TOTAL-COPIADOS " de " TOTAL-LEIDOS
               "), se cancela sin tocar ordenes-compra.idx"
               EXIT PARAGRAPH
           END-IF.

           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT ARCHIVO-DE-PASO.
           OPEN OUTPUT ORDENES-NUEVAS.

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DE-PASO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE PASO-OC-NUMERO TO OC-NUMERO
                       MOVE PASO-OC-LINEA TO OC-LINEA
                       MOVE PASO-OC-PROVEEDOR TO OC-PROVEEDOR
                       MOVE PASO-OC-CODIGO-PRODUCTO
                           TO OC-CODIGO-PRODUCTO
                       MOVE PASO-OC-CANT-PEDIDA TO OC-CANT-PEDIDA
                       MOVE PASO-OC-CANT-RECIBIDA TO OC-CANT-RECIBIDA
                       MOVE PASO-OC-FECHA TO OC-FECHA
                       MOVE PASO-OC-ESTADO TO OC-ESTADO
                       MOVE ZERO TO OC-PRECIO-UNITARIO
                       MOVE ZERO TO OC-CANT-FACTURADA
                       WRITE REGISTRO-ORDEN
                           INVALID KEY
                               DISPLAY
                               "No se pudo migrar la línea de orden "
                               OC-NUMERO "/" OC-LINEA
                           NOT INVALID KEY
                               ADD 1 TO MIGRADOS
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE ORDENES-NUEVAS.
           CLOSE ARCHIVO-DE-PASO.

           DISPLAY "Líneas de orden migradas: " MIGRADOS.

       END PROGRAM migrar-compras.
