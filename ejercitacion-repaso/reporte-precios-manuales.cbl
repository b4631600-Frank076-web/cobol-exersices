       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporte-precios-manuales.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PRECIOS-APLICADOS
       ASSIGN TO "precios-aplicados.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PA-CLAVE
       FILE STATUS IS ESTADO-PRECIOS-APLICADOS.

       DATA DIVISION.
       FILE SECTION.
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
               88  PA-MODIFICADO-A-MANO VALUE 'M'.
               88  PA-SIN-CATALOGO VALUE 'S'.
           05  PA-ORIGEN-SUGERIDO PIC X.
               88  PA-SUGERIDO-CATALOGO VALUE 'C'.
               88  PA-SUGERIDO-LISTA VALUE 'L'.
               88  PA-SUGERIDO-ACUERDO VALUE 'A'.
           05  PA-LISTA PIC 9(4).
           05  PA-CANTIDAD-DESDE PIC 9(4).
           05  PA-TEXTO-ORIGEN PIC X(30).
           05  FILLER PIC X(10).

       WORKING-STORAGE SECTION.
       01  ESTADO-PRECIOS-APLICADOS PIC XX.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  FECHA-DESDE PIC 9(8).
       01  FECHA-HASTA PIC 9(8).

       01  INCLUIR-SIN-CATALOGO PIC X.
           88  CON-SIN-CATALOGO VALUE 'S' 's'.

       01  FACTURA-ANTERIOR PIC 9(8) VALUE ZERO.
       01  FACTURAS-CON-AJUSTE PIC 9(6) VALUE ZERO.
       01  LINEAS-MODIFICADAS PIC 9(6) VALUE ZERO.
       01  LINEAS-SIN-CATALOGO PIC 9(6) VALUE ZERO.

       01  DIFERENCIA-LINEA PIC S9(8).
       01  DIFERENCIA-TOTAL PIC S9(10) VALUE ZERO.

       01  SUGERIDO-TEXTO PIC X(12).

       01  PRECIO-EDITADO PIC Z(3)9.
       01  SUGERIDO-EDITADO PIC Z(3)9.
       01  DIFERENCIA-EDITADA PIC -(7)9.
       01  TOTAL-EDITADO PIC -(9)9.

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

           DISPLAY "=== Facturas con precios modificados a mano ===".

           DISPLAY "Fecha desde (AAAAMMDD): ".
           ACCEPT FECHA-DESDE.
           DISPLAY "Fecha hasta (AAAAMMDD): ".
           ACCEPT FECHA-HASTA.

           IF FECHA-DESDE = ZERO OR FECHA-HASTA < FECHA-DESDE
               DISPLAY "Rango de fechas inválido"
               STOP RUN
           END-IF.

           DISPLAY
           "¿Incluir productos cargados fuera del catálogo? (S/N) ".
           ACCEPT INCLUIR-SIN-CATALOGO.

           OPEN INPUT PRECIOS-APLICADOS.

           IF ESTADO-PRECIOS-APLICADOS NOT = "00"
               DISPLAY "No hay precios registrados"
               CLOSE PRECIOS-APLICADOS
               STOP RUN
           END-IF.

           DISPLAY "Factura  Fecha    DNI      Producto   Cant "
               "Sugerido     Según Aplicado Diferencia".

           SET NO-FIN-ARCHIVO TO TRUE.
           SET PA-ES-FACTURA TO TRUE.
           MOVE ZERO TO PA-NUMERO.
           MOVE ZERO TO PA-LINEA.

           START PRECIOS-APLICADOS
               KEY IS GREATER THAN OR EQUAL TO PA-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ PRECIOS-APLICADOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF NOT PA-ES-FACTURA
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM EVALUAR-LINEA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRECIOS-APLICADOS.

           DISPLAY "Facturas con precios ingresados a mano: "
               FACTURAS-CON-AJUSTE.
           DISPLAY "Líneas con precio modificado: "
               LINEAS-MODIFICADAS.
           IF CON-SIN-CATALOGO
               DISPLAY "Líneas de productos fuera del catálogo: "
                   LINEAS-SIN-CATALOGO
           END-IF.
           MOVE DIFERENCIA-TOTAL TO TOTAL-EDITADO.
           DISPLAY "Diferencia total contra el precio sugerido: "
               TOTAL-EDITADO.

           STOP RUN.

       EVALUAR-LINEA.
           IF PA-FECHA < FECHA-DESDE OR PA-FECHA > FECHA-HASTA
               EXIT PARAGRAPH
           END-IF.

           IF NOT PA-MODIFICADO-A-MANO
               AND NOT (PA-SIN-CATALOGO AND CON-SIN-CATALOGO)
               EXIT PARAGRAPH
           END-IF.

           IF PA-NUMERO NOT = FACTURA-ANTERIOR
               ADD 1 TO FACTURAS-CON-AJUSTE
               MOVE PA-NUMERO TO FACTURA-ANTERIOR
           END-IF.

           IF PA-MODIFICADO-A-MANO
               ADD 1 TO LINEAS-MODIFICADAS
               COMPUTE DIFERENCIA-LINEA =
                   (PA-PRECIO-APLICADO - PA-PRECIO-SUGERIDO)
                   * PA-CANTIDAD
               ADD DIFERENCIA-LINEA TO DIFERENCIA-TOTAL
               EVALUATE TRUE
                   WHEN PA-SUGERIDO-LISTA
                       MOVE SPACES TO SUGERIDO-TEXTO
                       STRING "LISTA " DELIMITED BY SIZE
                           PA-LISTA DELIMITED BY SIZE
                           INTO SUGERIDO-TEXTO
                   WHEN PA-SUGERIDO-ACUERDO
                       MOVE "ACUERDO" TO SUGERIDO-TEXTO
                   WHEN OTHER
                       MOVE "CATALOGO" TO SUGERIDO-TEXTO
               END-EVALUATE
           ELSE
               ADD 1 TO LINEAS-SIN-CATALOGO
               MOVE ZERO TO DIFERENCIA-LINEA
               MOVE "SIN CATALOGO" TO SUGERIDO-TEXTO
           END-IF.

           MOVE PA-PRECIO-SUGERIDO TO SUGERIDO-EDITADO.
           MOVE PA-PRECIO-APLICADO TO PRECIO-EDITADO.
           MOVE DIFERENCIA-LINEA TO DIFERENCIA-EDITADA.

           DISPLAY PA-NUMERO " " PA-FECHA " " PA-DNI-CLIENTE " "
               PA-CODIGO-PRODUCTO " " PA-CANTIDAD " "
               SUGERIDO-EDITADO " " SUGERIDO-TEXTO " "
               PRECIO-EDITADO " " DIFERENCIA-EDITADA.

       END PROGRAM reporte-precios-manuales.
