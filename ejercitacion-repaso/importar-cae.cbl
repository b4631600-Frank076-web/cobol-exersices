       IDENTIFICATION DIVISION.
       PROGRAM-ID. importar-cae.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTORIAL-FACTURAS
       ASSIGN TO "facturas-historial.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-HISTORIAL.

       SELECT RESPUESTAS-CAE
       ASSIGN TO "cae-respuestas.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-RESPUESTAS.

       SELECT RECHAZOS-CAE
       ASSIGN TO "cae-rechazos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-RECHAZOS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIAL-FACTURAS.
       01  REGISTRO-HISTORIAL-FACTURA.
           05  HF-TIPO-REGISTRO PIC X.
               88  HF-ES-CABECERA VALUE 'H'.
               88  HF-ES-DETALLE VALUE 'D'.
           05  HF-NUMERO-FACTURA PIC 9(8).
           05  HF-RESTO PIC X(124).
           05  HF-CABECERA REDEFINES HF-RESTO.
               10  HF-FECHA PIC 9(8).
               10  HF-DNI-CLIENTE PIC 9(8).
               10  HF-SUBTOTAL PIC 9(6).
               10  HF-PORC-DESCUENTO PIC 9(2)V99.
               10  HF-MONTO-DESCUENTO PIC 9(6)V99.
               10  HF-PORC-IMPUESTO PIC 9(2)V99.
               10  HF-MONTO-IMPUESTO PIC 9(6)V99.
               10  HF-TOTAL-FINAL PIC 9(6)V99.
               10  HF-ORIGEN PIC X.
                   88  HF-ES-FACTURA-BANCARIA VALUE 'B'.
               10  HF-NETO-GRAVADO PIC 9(8)V99.
               10  HF-CUIT-CLIENTE PIC 9(11).
               10  HF-PERIODO PIC 9(6).
               10  HF-ESTADO-CAE PIC X.
                   88  HF-CAE-PENDIENTE VALUE 'P'.
                   88  HF-CAE-AUTORIZADA VALUE 'A'.
                   88  HF-CAE-RECHAZADA VALUE 'R'.
               10  HF-CAE PIC 9(14).
               10  HF-VENCIMIENTO-CAE PIC 9(8).
               10  FILLER PIC X(23).

       FD  RESPUESTAS-CAE.
       01  REGISTRO-RESPUESTA-CAE.
           05  RES-NUMERO-FACTURA PIC 9(8).
           05  RES-RESULTADO PIC X.
               88  RES-APROBADA VALUE 'A'.
               88  RES-RECHAZADA VALUE 'R'.
           05  RES-CAE PIC 9(14).
           05  RES-VENCIMIENTO-CAE PIC 9(8).
           05  RES-MOTIVO PIC X(60).

       FD  RECHAZOS-CAE.
       01  REGISTRO-RECHAZO-CAE.
           05  RCH-NUMERO-FACTURA PIC 9(8).
           05  RCH-FECHA-IMPORTACION PIC 9(8).
           05  RCH-MOTIVO PIC X(60).

       WORKING-STORAGE SECTION.
       01  ESTADO-HISTORIAL PIC XX.
       01  ESTADO-RESPUESTAS PIC XX.
       01  ESTADO-RECHAZOS PIC XX.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  FECHA-DE-HOY PIC 9(8).

       01  TABLA-RESPUESTAS.
           05  RESPUESTA OCCURS 500 TIMES.
               10  TR-NUMERO-FACTURA PIC 9(8).
               10  TR-RESULTADO PIC X.
               10  TR-CAE PIC 9(14).
               10  TR-VENCIMIENTO-CAE PIC 9(8).
               10  TR-MOTIVO PIC X(60).
               10  TR-APLICADA PIC X.
       01  CANTIDAD-RESPUESTAS PIC 9(3) VALUE ZERO.
       01  INDICE-RESPUESTAS PIC 9(3).
       01  RESPUESTAS-DESCARTADAS PIC 9(6) VALUE ZERO.

       01  TABLA-MOTIVOS.
           05  MOTIVO-RECHAZO OCCURS 500 TIMES.
               10  TM-NUMERO-FACTURA PIC 9(8).
               10  TM-MOTIVO PIC X(60).
       01  CANTIDAD-MOTIVOS PIC 9(3) VALUE ZERO.
       01  INDICE-MOTIVOS PIC 9(3).

       01  RESPUESTA-FLAG PIC X.
           88  RESPUESTA-HALLADA VALUE 'S'.
           88  RESPUESTA-NO-HALLADA VALUE 'N'.

       01  MOTIVO-FLAG PIC X.
           88  MOTIVO-HALLADO VALUE 'S'.
           88  MOTIVO-NO-HALLADO VALUE 'N'.

       01  FACTURAS-AUTORIZADAS PIC 9(6) VALUE ZERO.
       01  FACTURAS-RECHAZADAS PIC 9(6) VALUE ZERO.
       01  FACTURAS-YA-AUTORIZADAS PIC 9(6) VALUE ZERO.
       01  FACTURAS-PENDIENTES PIC 9(6) VALUE ZERO.
       01  RECHAZADAS-VIGENTES PIC 9(6) VALUE ZERO.
       01  RESPUESTAS-SIN-FACTURA PIC 9(6) VALUE ZERO.

       01  TOTAL-EDITADO PIC Z(5)9.99.

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

           DISPLAY "=== Importación de respuestas de CAE ===".

           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-DE-HOY.

           PERFORM CARGAR-RESPUESTAS.

           IF CANTIDAD-RESPUESTAS > ZERO
               PERFORM APLICAR-RESPUESTAS
               PERFORM INFORMAR-RESPUESTAS-SIN-FACTURA
           END-IF.

           PERFORM LISTAR-FACTURAS-RECHAZADAS.

           DISPLAY "--- Resumen ---".
           DISPLAY "Respuestas leídas: " CANTIDAD-RESPUESTAS.
           DISPLAY "Facturas autorizadas: " FACTURAS-AUTORIZADAS.
           DISPLAY "Facturas rechazadas: " FACTURAS-RECHAZADAS.
           DISPLAY "Respuestas sobre facturas ya autorizadas: "
               FACTURAS-YA-AUTORIZADAS.
           DISPLAY "Respuestas sin factura pendiente: "
               RESPUESTAS-SIN-FACTURA.
           DISPLAY "Facturas que siguen pendientes de CAE: "
               FACTURAS-PENDIENTES.

           IF RESPUESTAS-DESCARTADAS > ZERO
               DISPLAY "ATENCIÓN: " RESPUESTAS-DESCARTADAS
                   " respuesta(s) no se procesaron por exceder la "
                   "capacidad, vuelva a importar el archivo"
           END-IF.

           STOP RUN.

       CARGAR-RESPUESTAS.
           OPEN INPUT RESPUESTAS-CAE.

           IF ESTADO-RESPUESTAS NOT = "00"
               DISPLAY "No hay archivo de respuestas para importar"
               CLOSE RESPUESTAS-CAE
               EXIT PARAGRAPH
           END-IF.

           SET NO-FIN-ARCHIVO TO TRUE.

           PERFORM UNTIL FIN-ARCHIVO
               READ RESPUESTAS-CAE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM GUARDAR-RESPUESTA
               END-READ
           END-PERFORM.

           CLOSE RESPUESTAS-CAE.

       GUARDAR-RESPUESTA.
           IF NOT RES-APROBADA AND NOT RES-RECHAZADA
               DISPLAY "Respuesta con resultado inválido para la "
                   "factura " RES-NUMERO-FACTURA ", se ignora"
               EXIT PARAGRAPH
           END-IF.

           IF RES-APROBADA
               AND (RES-CAE NOT NUMERIC OR RES-CAE = ZERO
                   OR RES-VENCIMIENTO-CAE NOT NUMERIC)
               DISPLAY "Respuesta aprobada sin CAE válido para la "
                   "factura " RES-NUMERO-FACTURA ", se ignora"
               EXIT PARAGRAPH
           END-IF.

           IF CANTIDAD-RESPUESTAS >= 500
               ADD 1 TO RESPUESTAS-DESCARTADAS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CANTIDAD-RESPUESTAS.
           MOVE CANTIDAD-RESPUESTAS TO INDICE-RESPUESTAS.
           MOVE RES-NUMERO-FACTURA
               TO TR-NUMERO-FACTURA(INDICE-RESPUESTAS).
           MOVE RES-RESULTADO TO TR-RESULTADO(INDICE-RESPUESTAS).
           MOVE RES-MOTIVO TO TR-MOTIVO(INDICE-RESPUESTAS).
           MOVE 'N' TO TR-APLICADA(INDICE-RESPUESTAS).

           IF RES-APROBADA
               MOVE RES-CAE TO TR-CAE(INDICE-RESPUESTAS)
               MOVE RES-VENCIMIENTO-CAE
                   TO TR-VENCIMIENTO-CAE(INDICE-RESPUESTAS)
           ELSE
               MOVE ZERO TO TR-CAE(INDICE-RESPUESTAS)
               MOVE ZERO TO TR-VENCIMIENTO-CAE(INDICE-RESPUESTAS)
           END-IF.

       APLICAR-RESPUESTAS.
           OPEN I-O HISTORIAL-FACTURAS.

           IF ESTADO-HISTORIAL NOT = "00"
               DISPLAY "No hay historial de facturas"
               CLOSE HISTORIAL-FACTURAS
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND RECHAZOS-CAE.
           IF ESTADO-RECHAZOS = "35"
               OPEN OUTPUT RECHAZOS-CAE
               CLOSE RECHAZOS-CAE
               OPEN EXTEND RECHAZOS-CAE
           END-IF.

           DISPLAY "--- Respuestas aplicadas ---".

           SET NO-FIN-ARCHIVO TO TRUE.

           PERFORM UNTIL FIN-ARCHIVO
               READ HISTORIAL-FACTURAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF HF-ES-CABECERA
                           AND NOT HF-ES-FACTURA-BANCARIA
                           PERFORM APLICAR-RESPUESTA-A-FACTURA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RECHAZOS-CAE.
           CLOSE HISTORIAL-FACTURAS.

       APLICAR-RESPUESTA-A-FACTURA.
           PERFORM UBICAR-RESPUESTA.

           IF RESPUESTA-NO-HALLADA
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO TR-APLICADA(INDICE-RESPUESTAS).

           IF HF-CAE-AUTORIZADA
               ADD 1 TO FACTURAS-YA-AUTORIZADAS
               DISPLAY "Factura " HF-NUMERO-FACTURA
                   " ya tenía CAE " HF-CAE ", se ignora la respuesta"
               EXIT PARAGRAPH
           END-IF.

           IF NOT HF-CAE-PENDIENTE AND NOT HF-CAE-RECHAZADA
               ADD 1 TO RESPUESTAS-SIN-FACTURA
               DISPLAY "Factura " HF-NUMERO-FACTURA
                   " no fue enviada a autorizar, se ignora la "
                   "respuesta"
               EXIT PARAGRAPH
           END-IF.

           IF TR-RESULTADO(INDICE-RESPUESTAS) = 'A'
               SET HF-CAE-AUTORIZADA TO TRUE
               MOVE TR-CAE(INDICE-RESPUESTAS) TO HF-CAE
               MOVE TR-VENCIMIENTO-CAE(INDICE-RESPUESTAS)
                   TO HF-VENCIMIENTO-CAE
           ELSE
               SET HF-CAE-RECHAZADA TO TRUE
               MOVE ZERO TO HF-CAE
               MOVE ZERO TO HF-VENCIMIENTO-CAE
           END-IF.

           REWRITE REGISTRO-HISTORIAL-FACTURA.

           IF ESTADO-HISTORIAL NOT = "00"
               DISPLAY "No fue posible actualizar la factura "
                   HF-NUMERO-FACTURA " (" ESTADO-HISTORIAL ")"
               EXIT PARAGRAPH
           END-IF.

           IF HF-CAE-AUTORIZADA
               ADD 1 TO FACTURAS-AUTORIZADAS
               DISPLAY "Factura " HF-NUMERO-FACTURA
                   " autorizada, CAE " HF-CAE
                   " vence " HF-VENCIMIENTO-CAE
           ELSE
               ADD 1 TO FACTURAS-RECHAZADAS
               DISPLAY "Factura " HF-NUMERO-FACTURA " rechazada: "
                   TR-MOTIVO(INDICE-RESPUESTAS)
               MOVE HF-NUMERO-FACTURA TO RCH-NUMERO-FACTURA
               MOVE FECHA-DE-HOY TO RCH-FECHA-IMPORTACION
               MOVE TR-MOTIVO(INDICE-RESPUESTAS) TO RCH-MOTIVO
               WRITE REGISTRO-RECHAZO-CAE
               IF ESTADO-RECHAZOS NOT = "00"
                   DISPLAY "No fue posible registrar el motivo del "
                       "rechazo de la factura " HF-NUMERO-FACTURA
                       " (" ESTADO-RECHAZOS ")"
               END-IF
           END-IF.

       UBICAR-RESPUESTA.
           SET RESPUESTA-NO-HALLADA TO TRUE.

           PERFORM VARYING INDICE-RESPUESTAS FROM 1 BY 1
               UNTIL INDICE-RESPUESTAS > CANTIDAD-RESPUESTAS
               OR RESPUESTA-HALLADA
               IF TR-NUMERO-FACTURA(INDICE-RESPUESTAS)
                   = HF-NUMERO-FACTURA
                   AND TR-APLICADA(INDICE-RESPUESTAS) = 'N'
                   SET RESPUESTA-HALLADA TO TRUE
               END-IF
           END-PERFORM.

           IF RESPUESTA-HALLADA
               SUBTRACT 1 FROM INDICE-RESPUESTAS
           END-IF.

       INFORMAR-RESPUESTAS-SIN-FACTURA.
           PERFORM VARYING INDICE-RESPUESTAS FROM 1 BY 1
               UNTIL INDICE-RESPUESTAS > CANTIDAD-RESPUESTAS
               IF TR-APLICADA(INDICE-RESPUESTAS) = 'N'
                   ADD 1 TO RESPUESTAS-SIN-FACTURA
                   DISPLAY "Respuesta para la factura "
                       TR-NUMERO-FACTURA(INDICE-RESPUESTAS)
                       " sin factura pendiente en el historial"
               END-IF
           END-PERFORM.

       LISTAR-FACTURAS-RECHAZADAS.
           PERFORM CARGAR-MOTIVOS.

           OPEN INPUT HISTORIAL-FACTURAS.

           IF ESTADO-HISTORIAL NOT = "00"
               CLOSE HISTORIAL-FACTURAS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- Facturas rechazadas sin CAE ---".

           SET NO-FIN-ARCHIVO TO TRUE.

           PERFORM UNTIL FIN-ARCHIVO
               READ HISTORIAL-FACTURAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF HF-ES-CABECERA
                           AND NOT HF-ES-FACTURA-BANCARIA
                           PERFORM LISTAR-SI-RECHAZADA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORIAL-FACTURAS.

           IF RECHAZADAS-VIGENTES = ZERO
               DISPLAY "No hay facturas rechazadas"
           END-IF.

       LISTAR-SI-RECHAZADA.
           IF HF-CAE-PENDIENTE
               ADD 1 TO FACTURAS-PENDIENTES
               EXIT PARAGRAPH
           END-IF.

           IF NOT HF-CAE-RECHAZADA
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO RECHAZADAS-VIGENTES.
           MOVE HF-TOTAL-FINAL TO TOTAL-EDITADO.

           DISPLAY "Factura " HF-NUMERO-FACTURA
               " del " HF-FECHA
               " DNI " HF-DNI-CLIENTE
               " total " TOTAL-EDITADO.

           SET MOTIVO-NO-HALLADO TO TRUE.

           PERFORM VARYING INDICE-MOTIVOS FROM CANTIDAD-MOTIVOS
               BY -1
               UNTIL INDICE-MOTIVOS < 1 OR MOTIVO-HALLADO
               IF TM-NUMERO-FACTURA(INDICE-MOTIVOS)
                   = HF-NUMERO-FACTURA
                   SET MOTIVO-HALLADO TO TRUE
                   DISPLAY "    Motivo: " TM-MOTIVO(INDICE-MOTIVOS)
               END-IF
           END-PERFORM.

           IF MOTIVO-NO-HALLADO
               DISPLAY "    Motivo: no registrado"
           END-IF.

       CARGAR-MOTIVOS.
           MOVE ZERO TO CANTIDAD-MOTIVOS.

           OPEN INPUT RECHAZOS-CAE.

           IF ESTADO-RECHAZOS NOT = "00"
               CLOSE RECHAZOS-CAE
               EXIT PARAGRAPH
           END-IF.

           SET NO-FIN-ARCHIVO TO TRUE.

           PERFORM UNTIL FIN-ARCHIVO
               READ RECHAZOS-CAE
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM GUARDAR-MOTIVO
               END-READ
           END-PERFORM.

           CLOSE RECHAZOS-CAE.

       GUARDAR-MOTIVO.
           IF CANTIDAD-MOTIVOS < 500
               ADD 1 TO CANTIDAD-MOTIVOS
               MOVE CANTIDAD-MOTIVOS TO INDICE-MOTIVOS
           ELSE
               PERFORM VARYING INDICE-MOTIVOS FROM 1 BY 1
                   UNTIL INDICE-MOTIVOS >= 500
                   MOVE MOTIVO-RECHAZO(INDICE-MOTIVOS + 1)
                       TO MOTIVO-RECHAZO(INDICE-MOTIVOS)
               END-PERFORM
           END-IF.

           MOVE RCH-NUMERO-FACTURA
               TO TM-NUMERO-FACTURA(INDICE-MOTIVOS).
           MOVE RCH-MOTIVO TO TM-MOTIVO(INDICE-MOTIVOS).

       END PROGRAM importar-cae.
