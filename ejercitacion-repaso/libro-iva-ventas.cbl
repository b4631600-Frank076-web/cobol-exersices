       IDENTIFICATION DIVISION.
       PROGRAM-ID. libro-iva-ventas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HISTORIAL-FACTURAS
       ASSIGN TO "facturas-historial.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-HISTORIAL.

       SELECT OPTIONAL CLIENTES-BANCO
       ASSIGN TO "clients.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CL-DNI
       ALTERNATE RECORD KEY IS CL-NOMBRE WITH DUPLICATES
       FILE STATUS IS ESTADO-CLIENTES.

       SELECT LIBRO-COMPROBANTES
       ASSIGN TO "libro-iva-ventas-cbte.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-COMPROBANTES.

       SELECT LIBRO-ALICUOTAS
       ASSIGN TO "libro-iva-ventas-alicuotas.txt"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-ALICUOTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIAL-FACTURAS.
       01  REGISTRO-HISTORIAL-FACTURA.
           05  HF-TIPO-REGISTRO PIC X.
               88  HF-ES-CABECERA VALUE 'H'.
               88  HF-ES-DETALLE VALUE 'D'.
               88  HF-ES-NC-CABECERA VALUE 'N'.
               88  HF-ES-NC-DETALLE VALUE 'E'.
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
                   88  HF-CAE-RECHAZADA VALUE 'R'.
               10  HF-CAE PIC 9(14).
               10  HF-VENCIMIENTO-CAE PIC 9(8).
               10  FILLER PIC X(23).
           05  HF-CABECERA-NC REDEFINES HF-RESTO.
               10  FILLER PIC X(54).
               10  HF-FACTURA-REF PIC 9(8).
               10  FILLER PIC X(62).

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

       FD  LIBRO-COMPROBANTES.
       01  REGISTRO-COMPROBANTE.
           05  LC-FECHA PIC 9(8).
           05  LC-TIPO-COMPROBANTE PIC 9(3).
           05  LC-PUNTO-VENTA PIC 9(5).
           05  LC-NUMERO-DESDE PIC 9(20).
           05  LC-NUMERO-HASTA PIC 9(20).
           05  LC-CODIGO-DOCUMENTO PIC 9(2).
           05  LC-NUMERO-DOCUMENTO PIC 9(20).
           05  LC-NOMBRE PIC X(30).
           05  LC-TOTAL PIC 9(13)V99.
           05  LC-NO-GRAVADO PIC 9(13)V99.
           05  LC-PERCEPCION-NO-CATEG PIC 9(13)V99.
           05  LC-EXENTO PIC 9(13)V99.
           05  LC-PERCEPCION-NACIONAL PIC 9(13)V99.
           05  LC-PERCEPCION-IIBB PIC 9(13)V99.
           05  LC-PERCEPCION-MUNICIPAL PIC 9(13)V99.
           05  LC-IMPUESTOS-INTERNOS PIC 9(13)V99.
           05  LC-MONEDA PIC X(3).
           05  LC-TIPO-CAMBIO PIC 9(4)V9(6).
           05  LC-CANTIDAD-ALICUOTAS PIC 9.
           05  LC-CODIGO-OPERACION PIC X.
           05  LC-OTROS-TRIBUTOS PIC 9(13)V99.
           05  LC-FECHA-VENCIMIENTO PIC 9(8).

       FD  LIBRO-ALICUOTAS.
       01  REGISTRO-ALICUOTA.
           05  LA-TIPO-COMPROBANTE PIC 9(3).
           05  LA-PUNTO-VENTA PIC 9(5).
           05  LA-NUMERO PIC 9(20).
           05  LA-NETO-GRAVADO PIC 9(13)V99.
           05  LA-CODIGO-ALICUOTA PIC 9(4).
           05  LA-IMPUESTO PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       01  ESTADO-HISTORIAL PIC XX.
       01  ESTADO-CLIENTES PIC XX.
       01  ESTADO-COMPROBANTES PIC XX.
       01  ESTADO-ALICUOTAS PIC XX.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  CLIENTES-FLAG PIC X VALUE 'N'.
           88  HAY-CLIENTES VALUE 'S'.
           88  NO-HAY-CLIENTES VALUE 'N'.

       01  CLIENTE-FLAG PIC X.
           88  CLIENTE-ENCONTRADO VALUE 'S'.
           88  CLIENTE-NO-ENCONTRADO VALUE 'N'.

       01  ALICUOTA-FLAG PIC X.
           88  ALICUOTA-RECONOCIDA VALUE 'S'.
           88  ALICUOTA-NO-RECONOCIDA VALUE 'N'.

       01  PERIODO-LIBRO PIC 9(6).
       01  PERIODO-DOCUMENTO PIC 9(6).
       01  PUNTO-DE-VENTA PIC 9(5) VALUE 1.

       01  NETO-DOCUMENTO PIC 9(8)V99.
       01  IVA-DOCUMENTO PIC 9(8)V99.
       01  TOTAL-DOCUMENTO PIC 9(9)V99.
       01  TIPO-COMPROBANTE PIC 9(3).
       01  CODIGO-DOCUMENTO PIC 9(2).
       01  NUMERO-DOCUMENTO PIC 9(11).
       01  NOMBRE-CLIENTE PIC X(30).
       01  LETRA-COMPROBANTE PIC X.
       01  CODIGO-ALICUOTA PIC 9(4).

       01  TABLA-ALICUOTAS-AFIP.
           05  FILLER PIC X(8) VALUE "00000003".
           05  FILLER PIC X(8) VALUE "10500004".
           05  FILLER PIC X(8) VALUE "21000005".
           05  FILLER PIC X(8) VALUE "27000006".
           05  FILLER PIC X(8) VALUE "05000008".
           05  FILLER PIC X(8) VALUE "02500009".
       01  ALICUOTAS-AFIP REDEFINES TABLA-ALICUOTAS-AFIP.
           05  ALICUOTA-AFIP OCCURS 6 TIMES.
               10  AA-PORCENTAJE PIC 9(2)V99.
               10  AA-CODIGO PIC 9(4).
       01  INDICE-AFIP PIC 9.

       01  TABLA-TASAS.
           05  TOTAL-TASA OCCURS 20 TIMES.
               10  TT-PORCENTAJE PIC 9(2)V99.
               10  TT-FACTURAS PIC 9(6).
               10  TT-NOTAS PIC 9(6).
               10  TT-NETO PIC S9(11)V99.
               10  TT-IVA PIC S9(11)V99.
               10  TT-TOTAL PIC S9(11)V99.
       01  CANTIDAD-TASAS PIC 99 VALUE ZERO.
       01  INDICE-TASAS PIC 99.
       01  TASA-FLAG PIC X.
           88  TASA-HALLADA VALUE 'S'.
           88  TASA-NO-HALLADA VALUE 'N'.

       01  CANTIDAD-FACTURAS PIC 9(6) VALUE ZERO.
       01  CANTIDAD-NOTAS PIC 9(6) VALUE ZERO.
       01  DOCUMENTOS-OBSERVADOS PIC 9(6) VALUE ZERO.
       01  FACTURAS-SIN-CAE PIC 9(6) VALUE ZERO.
       01  FACTURAS-RECHAZADAS PIC 9(6) VALUE ZERO.
       01  TOTAL-NETO PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-IVA PIC S9(11)V99 VALUE ZERO.
       01  TOTAL-GENERAL PIC S9(11)V99 VALUE ZERO.

       01  NETO-EDITADO PIC -(10)9.99.
       01  IVA-EDITADO PIC -(10)9.99.
       01  TOTAL-EDITADO PIC -(10)9.99.
       01  TASA-EDITADA PIC Z9.99.

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

           DISPLAY "=== Libro IVA Ventas ===".

           DISPLAY "Período (AAAAMM): ".
           ACCEPT PERIODO-LIBRO.

           IF PERIODO-LIBRO = ZERO
               OR PERIODO-LIBRO(5:2) < "01"
               OR PERIODO-LIBRO(5:2) > "12"
               DISPLAY "Período inválido"
               STOP RUN
           END-IF.

           OPEN INPUT HISTORIAL-FACTURAS.

           IF ESTADO-HISTORIAL NOT = "00"
               DISPLAY "No hay historial de facturas"
               CLOSE HISTORIAL-FACTURAS
               STOP RUN
           END-IF.

           OPEN INPUT CLIENTES-BANCO.

           IF ESTADO-CLIENTES = "00"
               SET HAY-CLIENTES TO TRUE
           ELSE
               DISPLAY "ATENCIÓN: no hay archivo de clientes, los "
                   "comprobantes se informan por DNI"
           END-IF.

           OPEN OUTPUT LIBRO-COMPROBANTES.
           OPEN OUTPUT LIBRO-ALICUOTAS.

           IF ESTADO-COMPROBANTES NOT = "00"
               OR ESTADO-ALICUOTAS NOT = "00"
               DISPLAY "No fue posible crear los archivos de "
                   "exportación del libro"
               CLOSE HISTORIAL-FACTURAS
               CLOSE CLIENTES-BANCO
               CLOSE LIBRO-COMPROBANTES
               CLOSE LIBRO-ALICUOTAS
               STOP RUN
           END-IF.

           DISPLAY "--- Comprobantes del período " PERIODO-LIBRO
               " ---".
           DISPLAY "Fecha    Cbte Número   Doc Identificación"
               "        Neto    Tasa          IVA        Total".

           SET NO-FIN-ARCHIVO TO TRUE.

           PERFORM UNTIL FIN-ARCHIVO
               READ HISTORIAL-FACTURAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM PROCESAR-REGISTRO
               END-READ
           END-PERFORM.

           CLOSE HISTORIAL-FACTURAS.
           CLOSE CLIENTES-BANCO.
           CLOSE LIBRO-COMPROBANTES.
           CLOSE LIBRO-ALICUOTAS.

           IF CANTIDAD-FACTURAS = ZERO AND CANTIDAD-NOTAS = ZERO
               DISPLAY "No hay comprobantes en el período "
                   PERIODO-LIBRO
               STOP RUN
           END-IF.

           PERFORM MOSTRAR-TOTALES-POR-TASA.

           DISPLAY "Exportación: libro-iva-ventas-cbte.txt y "
               "libro-iva-ventas-alicuotas.txt".

           IF FACTURAS-SIN-CAE > ZERO
               DISPLAY "ATENCIÓN: " FACTURAS-SIN-CAE
                   " factura(s) del período siguen pendientes de "
                   "CAE, importe las respuestas antes de presentar"
           END-IF.

           IF FACTURAS-RECHAZADAS > ZERO
               DISPLAY FACTURAS-RECHAZADAS
                   " factura(s) rechazada(s) por el organismo no "
                   "se incluyen en el libro"
           END-IF.

           IF DOCUMENTOS-OBSERVADOS > ZERO
               DISPLAY "ATENCIÓN: " DOCUMENTOS-OBSERVADOS
                   " comprobante(s) con alícuota no reconocida, "
                   "revisar antes de presentar"
           END-IF.

           STOP RUN.

       PROCESAR-REGISTRO.
           IF NOT HF-ES-CABECERA AND NOT HF-ES-NC-CABECERA
               EXIT PARAGRAPH
           END-IF.

           COMPUTE PERIODO-DOCUMENTO = HF-FECHA / 100.

           IF PERIODO-DOCUMENTO NOT = PERIODO-LIBRO
               EXIT PARAGRAPH
           END-IF.

           IF HF-ES-CABECERA AND HF-CAE-RECHAZADA
               ADD 1 TO FACTURAS-RECHAZADAS
               EXIT PARAGRAPH
           END-IF.

           IF HF-ES-CABECERA AND HF-CAE-PENDIENTE
               ADD 1 TO FACTURAS-SIN-CAE
           END-IF.

           IF HF-ES-CABECERA AND HF-ES-FACTURA-BANCARIA
               MOVE HF-NETO-GRAVADO TO NETO-DOCUMENTO
           ELSE
               COMPUTE NETO-DOCUMENTO =
                   HF-SUBTOTAL - HF-MONTO-DESCUENTO
           END-IF.

           MOVE HF-MONTO-IMPUESTO TO IVA-DOCUMENTO.
           COMPUTE TOTAL-DOCUMENTO = NETO-DOCUMENTO + IVA-DOCUMENTO.

           PERFORM IDENTIFICAR-CLIENTE.
           PERFORM UBICAR-ALICUOTA-AFIP.

           IF HF-ES-CABECERA
               ADD 1 TO CANTIDAD-FACTURAS
               IF LETRA-COMPROBANTE = "A"
                   MOVE 1 TO TIPO-COMPROBANTE
               ELSE
                   MOVE 6 TO TIPO-COMPROBANTE
               END-IF
           ELSE
               ADD 1 TO CANTIDAD-NOTAS
               IF LETRA-COMPROBANTE = "A"
                   MOVE 3 TO TIPO-COMPROBANTE
               ELSE
                   MOVE 8 TO TIPO-COMPROBANTE
               END-IF
           END-IF.

           PERFORM ACUMULAR-POR-TASA.
           PERFORM MOSTRAR-COMPROBANTE.
           PERFORM GRABAR-COMPROBANTE.
           PERFORM GRABAR-ALICUOTA.

       IDENTIFICAR-CLIENTE.
           SET CLIENTE-NO-ENCONTRADO TO TRUE.
           MOVE SPACES TO NOMBRE-CLIENTE.
           MOVE "B" TO LETRA-COMPROBANTE.
           MOVE 96 TO CODIGO-DOCUMENTO.
           MOVE HF-DNI-CLIENTE TO NUMERO-DOCUMENTO.

           IF HF-DNI-CLIENTE = ZERO
               MOVE 99 TO CODIGO-DOCUMENTO
           END-IF.

           IF HAY-CLIENTES
               MOVE HF-DNI-CLIENTE TO CL-DNI
               READ CLIENTES-BANCO
                   KEY IS CL-DNI
                   INVALID KEY
                       SET CLIENTE-NO-ENCONTRADO TO TRUE
                   NOT INVALID KEY
                       SET CLIENTE-ENCONTRADO TO TRUE
               END-READ
           END-IF.

           IF CLIENTE-ENCONTRADO
               MOVE CL-NOMBRE TO NOMBRE-CLIENTE
               IF CL-CUIT IS NUMERIC AND CL-CUIT > ZERO
                   MOVE 80 TO CODIGO-DOCUMENTO
                   MOVE CL-CUIT TO NUMERO-DOCUMENTO
                   IF CL-TIPO = "B"
                       MOVE "A" TO LETRA-COMPROBANTE
                   END-IF
               END-IF
           END-IF.

           IF HF-ES-CABECERA AND HF-ES-FACTURA-BANCARIA
               AND HF-CUIT-CLIENTE IS NUMERIC
               AND HF-CUIT-CLIENTE > ZERO
               MOVE 80 TO CODIGO-DOCUMENTO
               MOVE HF-CUIT-CLIENTE TO NUMERO-DOCUMENTO
               MOVE "A" TO LETRA-COMPROBANTE
           END-IF.

       UBICAR-ALICUOTA-AFIP.
           SET ALICUOTA-NO-RECONOCIDA TO TRUE.
           MOVE ZERO TO CODIGO-ALICUOTA.

           PERFORM VARYING INDICE-AFIP FROM 1 BY 1
               UNTIL INDICE-AFIP > 6 OR ALICUOTA-RECONOCIDA
               IF AA-PORCENTAJE(INDICE-AFIP) = HF-PORC-IMPUESTO
                   SET ALICUOTA-RECONOCIDA TO TRUE
                   MOVE AA-CODIGO(INDICE-AFIP) TO CODIGO-ALICUOTA
               END-IF
           END-PERFORM.

           IF ALICUOTA-NO-RECONOCIDA
               ADD 1 TO DOCUMENTOS-OBSERVADOS
           END-IF.

       ACUMULAR-POR-TASA.
           SET TASA-NO-HALLADA TO TRUE.

           PERFORM VARYING INDICE-TASAS FROM 1 BY 1
               UNTIL INDICE-TASAS > CANTIDAD-TASAS OR TASA-HALLADA
               IF TT-PORCENTAJE(INDICE-TASAS) = HF-PORC-IMPUESTO
                   SET TASA-HALLADA TO TRUE
               END-IF
           END-PERFORM.

           IF TASA-HALLADA
               SUBTRACT 1 FROM INDICE-TASAS
           ELSE
               IF CANTIDAD-TASAS >= 20
                   DISPLAY "ATENCIÓN: demasiadas tasas distintas, "
                       "el comprobante " HF-NUMERO-FACTURA
                       " no se totaliza"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CANTIDAD-TASAS
               MOVE CANTIDAD-TASAS TO INDICE-TASAS
               MOVE HF-PORC-IMPUESTO TO TT-PORCENTAJE(INDICE-TASAS)
               MOVE ZERO TO TT-FACTURAS(INDICE-TASAS)
               MOVE ZERO TO TT-NOTAS(INDICE-TASAS)
               MOVE ZERO TO TT-NETO(INDICE-TASAS)
               MOVE ZERO TO TT-IVA(INDICE-TASAS)
               MOVE ZERO TO TT-TOTAL(INDICE-TASAS)
           END-IF.

           IF HF-ES-CABECERA
               ADD 1 TO TT-FACTURAS(INDICE-TASAS)
               ADD NETO-DOCUMENTO TO TT-NETO(INDICE-TASAS)
               ADD IVA-DOCUMENTO TO TT-IVA(INDICE-TASAS)
               ADD TOTAL-DOCUMENTO TO TT-TOTAL(INDICE-TASAS)
               ADD NETO-DOCUMENTO TO TOTAL-NETO
               ADD IVA-DOCUMENTO TO TOTAL-IVA
               ADD TOTAL-DOCUMENTO TO TOTAL-GENERAL
           ELSE
               ADD 1 TO TT-NOTAS(INDICE-TASAS)
               SUBTRACT NETO-DOCUMENTO FROM TT-NETO(INDICE-TASAS)
               SUBTRACT IVA-DOCUMENTO FROM TT-IVA(INDICE-TASAS)
               SUBTRACT TOTAL-DOCUMENTO FROM TT-TOTAL(INDICE-TASAS)
               SUBTRACT NETO-DOCUMENTO FROM TOTAL-NETO
               SUBTRACT IVA-DOCUMENTO FROM TOTAL-IVA
               SUBTRACT TOTAL-DOCUMENTO FROM TOTAL-GENERAL
           END-IF.

       MOSTRAR-COMPROBANTE.
           IF HF-ES-CABECERA
               MOVE NETO-DOCUMENTO TO NETO-EDITADO
               MOVE IVA-DOCUMENTO TO IVA-EDITADO
               MOVE TOTAL-DOCUMENTO TO TOTAL-EDITADO
           ELSE
               COMPUTE NETO-EDITADO = ZERO - NETO-DOCUMENTO
               COMPUTE IVA-EDITADO = ZERO - IVA-DOCUMENTO
               COMPUTE TOTAL-EDITADO = ZERO - TOTAL-DOCUMENTO
           END-IF.
           MOVE HF-PORC-IMPUESTO TO TASA-EDITADA.

           IF HF-ES-CABECERA
               DISPLAY HF-FECHA " FC " LETRA-COMPROBANTE " "
                   HF-NUMERO-FACTURA " " CODIGO-DOCUMENTO " "
                   NUMERO-DOCUMENTO " " NETO-EDITADO " "
                   TASA-EDITADA "% " IVA-EDITADO " " TOTAL-EDITADO
           ELSE
               DISPLAY HF-FECHA " NC " LETRA-COMPROBANTE " "
                   HF-NUMERO-FACTURA " " CODIGO-DOCUMENTO " "
                   NUMERO-DOCUMENTO " " NETO-EDITADO " "
                   TASA-EDITADA "% " IVA-EDITADO " " TOTAL-EDITADO
               DISPLAY "    (sobre factura " HF-FACTURA-REF ")"
           END-IF.

           IF HF-ES-CABECERA AND HF-CAE-PENDIENTE
               DISPLAY "    (pendiente de CAE)"
           END-IF.

           IF ALICUOTA-NO-RECONOCIDA
               DISPLAY "    (alícuota " TASA-EDITADA
                   "% sin código de exportación)"
           END-IF.

       GRABAR-COMPROBANTE.
           INITIALIZE REGISTRO-COMPROBANTE.
           MOVE HF-FECHA TO LC-FECHA.
           MOVE TIPO-COMPROBANTE TO LC-TIPO-COMPROBANTE.
           MOVE PUNTO-DE-VENTA TO LC-PUNTO-VENTA.
           MOVE HF-NUMERO-FACTURA TO LC-NUMERO-DESDE.
           MOVE HF-NUMERO-FACTURA TO LC-NUMERO-HASTA.
           MOVE CODIGO-DOCUMENTO TO LC-CODIGO-DOCUMENTO.
           MOVE NUMERO-DOCUMENTO TO LC-NUMERO-DOCUMENTO.
           MOVE NOMBRE-CLIENTE TO LC-NOMBRE.
           MOVE TOTAL-DOCUMENTO TO LC-TOTAL.
           MOVE "PES" TO LC-MONEDA.
           MOVE 1 TO LC-TIPO-CAMBIO.
           MOVE 1 TO LC-CANTIDAD-ALICUOTAS.

           IF HF-PORC-IMPUESTO = ZERO
               MOVE NETO-DOCUMENTO TO LC-EXENTO
               MOVE "E" TO LC-CODIGO-OPERACION
           ELSE
               MOVE "0" TO LC-CODIGO-OPERACION
           END-IF.

           WRITE REGISTRO-COMPROBANTE.

       GRABAR-ALICUOTA.
           INITIALIZE REGISTRO-ALICUOTA.
           MOVE TIPO-COMPROBANTE TO LA-TIPO-COMPROBANTE.
           MOVE PUNTO-DE-VENTA TO LA-PUNTO-VENTA.
           MOVE HF-NUMERO-FACTURA TO LA-NUMERO.
           MOVE CODIGO-ALICUOTA TO LA-CODIGO-ALICUOTA.

           IF HF-PORC-IMPUESTO NOT = ZERO
               MOVE NETO-DOCUMENTO TO LA-NETO-GRAVADO
               MOVE IVA-DOCUMENTO TO LA-IMPUESTO
           END-IF.

           WRITE REGISTRO-ALICUOTA.

       MOSTRAR-TOTALES-POR-TASA.
           DISPLAY "--- Totales por alícuota ---".

           PERFORM VARYING INDICE-TASAS FROM 1 BY 1
               UNTIL INDICE-TASAS > CANTIDAD-TASAS
               MOVE TT-PORCENTAJE(INDICE-TASAS) TO TASA-EDITADA
               MOVE TT-NETO(INDICE-TASAS) TO NETO-EDITADO
               MOVE TT-IVA(INDICE-TASAS) TO IVA-EDITADO
               MOVE TT-TOTAL(INDICE-TASAS) TO TOTAL-EDITADO
               DISPLAY "Tasa " TASA-EDITADA "% facturas "
                   TT-FACTURAS(INDICE-TASAS) " notas "
                   TT-NOTAS(INDICE-TASAS)
               DISPLAY "    neto " NETO-EDITADO " IVA " IVA-EDITADO
                   " total " TOTAL-EDITADO
           END-PERFORM.

           MOVE TOTAL-NETO TO NETO-EDITADO.
           MOVE TOTAL-IVA TO IVA-EDITADO.
           MOVE TOTAL-GENERAL TO TOTAL-EDITADO.

           DISPLAY "--- Total del período ---".
           DISPLAY "Facturas: " CANTIDAD-FACTURAS
               " Notas de crédito: " CANTIDAD-NOTAS.
           DISPLAY "Neto " NETO-EDITADO " IVA " IVA-EDITADO
               " total " TOTAL-EDITADO.

       END PROGRAM libro-iva-ventas.
