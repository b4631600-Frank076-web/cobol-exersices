       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-HISTORIAL.

       SELECT OPTIONAL CAJAS-MOSTRADOR
       ASSIGN TO "cajas-mostrador.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CM-CLAVE
       FILE STATUS IS ESTADO-CAJAS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIAL-FACTURAS.
               10  HF-CANTIDAD-PRODUCTO PIC 9(4).
               10  HF-SUBTOTAL-PRODUCTO PIC 9(6).

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

       WORKING-STORAGE SECTION.
       01  ESTADO-HISTORIAL PIC XX.
       01  ESTADO-CAJAS PIC XX.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
       01  DESCUENTO-PROMEDIO PIC 9(3)V99.
       01  VARIACION PIC S9(13)V99.

       01  CAJAS-EN-RANGO PIC 9(5) VALUE ZERO.
       01  CAJAS-ABIERTAS PIC 9(5) VALUE ZERO.
       01  MOSTRADOR-TICKETS PIC 9(8) VALUE ZERO.
       01  MOSTRADOR-EFECTIVO PIC 9(12)V99 VALUE ZERO.
       01  MOSTRADOR-TARJETA PIC 9(12)V99 VALUE ZERO.
       01  MOSTRADOR-REEMBOLSOS PIC 9(12)V99 VALUE ZERO.
       01  MOSTRADOR-DIFERENCIAS PIC S9(12)V99 VALUE ZERO.

       01  TOTAL-EDITADO PIC Z(11)9.99.
       01  VARIACION-EDITADA PIC -(12)9.99.

           PERFORM MOSTRAR-RANKING-DE-PRODUCTOS.
           PERFORM MOSTRAR-VENTAS-POR-CLIENTE.
           PERFORM MOSTRAR-DESCUENTO-PROMEDIO.
           PERFORM MOSTRAR-VENTAS-DE-MOSTRADOR.

           STOP RUN.

           PERFORM VARYING INDICE-CLIENTES FROM 1 BY 1
               UNTIL INDICE-CLIENTES > CANTIDAD-CLIENTES
               MOVE CV-TOTAL(INDICE-CLIENTES) TO TOTAL-EDITADO
               IF CV-DNI(INDICE-CLIENTES) = ZERO
                   DISPLAY "Consumidor final: "
                       CV-FACTURAS(INDICE-CLIENTES)
                       " ticket(s) por " TOTAL-EDITADO
               ELSE
                   DISPLAY "DNI " CV-DNI(INDICE-CLIENTES)
                       ": " CV-FACTURAS(INDICE-CLIENTES)
                       " factura(s) por " TOTAL-EDITADO
               END-IF
           END-PERFORM.

       MOSTRAR-DESCUENTO-PROMEDIO.
           DISPLAY "Descuento promedio otorgado: "
               DESCUENTO-PROMEDIO "%".

       MOSTRAR-VENTAS-DE-MOSTRADOR.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT CAJAS-MOSTRADOR.

           IF ESTADO-CAJAS NOT = "00"
               CLOSE CAJAS-MOSTRADOR
               EXIT PARAGRAPH
           END-IF.

           MOVE FECHA-DESDE TO CM-FECHA.
           MOVE ZERO TO CM-CAJA.

           START CAJAS-MOSTRADOR
               KEY IS GREATER THAN OR EQUAL TO CM-CLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.

           PERFORM UNTIL FIN-ARCHIVO
               READ CAJAS-MOSTRADOR NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CM-FECHA > FECHA-HASTA
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM ACUMULAR-CAJA-DE-MOSTRADOR
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CAJAS-MOSTRADOR.

           IF CAJAS-EN-RANGO = ZERO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- Ventas de mostrador (cierres de caja) ---".
           DISPLAY "Cajas del período: " CAJAS-EN-RANGO
               ", sin cerrar: " CAJAS-ABIERTAS.
           DISPLAY "Tickets emitidos: " MOSTRADOR-TICKETS.
           MOVE MOSTRADOR-EFECTIVO TO TOTAL-EDITADO.
           DISPLAY "Ventas en efectivo: " TOTAL-EDITADO.
           MOVE MOSTRADOR-TARJETA TO TOTAL-EDITADO.
           DISPLAY "Ventas con tarjeta: " TOTAL-EDITADO.
           MOVE MOSTRADOR-REEMBOLSOS TO TOTAL-EDITADO.
           DISPLAY "Reembolsos pagados por caja: " TOTAL-EDITADO.
           MOVE MOSTRADOR-DIFERENCIAS TO VARIACION-EDITADA.
           DISPLAY "Sobrantes y faltantes de caja: "
               VARIACION-EDITADA.

       ACUMULAR-CAJA-DE-MOSTRADOR.
           ADD 1 TO CAJAS-EN-RANGO.
           ADD CM-TICKETS TO MOSTRADOR-TICKETS.
           ADD CM-VENTAS-EFECTIVO TO MOSTRADOR-EFECTIVO.
           ADD CM-VENTAS-TARJETA TO MOSTRADOR-TARJETA.
           ADD CM-REEMBOLSOS TO MOSTRADOR-REEMBOLSOS.

           IF CM-CERRADA
               ADD CM-DIFERENCIA TO MOSTRADOR-DIFERENCIAS
           ELSE
               ADD 1 TO CAJAS-ABIERTAS
           END-IF.

       END PROGRAM analisis-ventas.
