       IDENTIFICATION DIVISION.
       PROGRAM-ID. caja-mostrador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CAJAS-MOSTRADOR
       ASSIGN TO "cajas-mostrador.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CM-CLAVE
       FILE STATUS IS ESTADO-CAJAS.

       DATA DIVISION.
       FILE SECTION.
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
       01  ESTADO-CAJAS PIC XX.

       01  OPCIONES-MENU PIC 9.
           88  OPCION-ABRIR VALUE 1.
           88  OPCION-CERRAR VALUE 2.
           88  OPCION-LISTAR VALUE 3.
           88  SALIR VALUE 4.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  FECHA-DE-HOY PIC 9(8).
       01  FECHA-BUSCADA PIC 9(8).
       01  CAJA-BUSCADA PIC 9(3).
       01  CAJAS-LISTADAS PIC 9(3).

       01  EFECTIVO-ESPERADO PIC S9(10)V99.
       01  EFECTIVO-CONTADO PIC 9(10)V99.
       01  SOBRANTE-FALTANTE PIC S9(8)V99.

       01  ESPERADO-EDITADO PIC -(9)9.99.
       01  IMPORTE-EDITADO PIC Z(9)9.99.
       01  DIFERENCIA-EDITADA PIC -(7)9.99.

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
           DISPLAY "--- Caja de mostrador ---".
           DISPLAY "Abrir caja del día (1)".
           DISPLAY "Cerrar caja del día (2)".
           DISPLAY "Listar cajas de una fecha (3)".
           DISPLAY "Salir (4)".
           ACCEPT OPCIONES-MENU.

           EVALUATE TRUE
               WHEN OPCION-ABRIR
                   PERFORM ABRIR-CAJA
               WHEN OPCION-CERRAR
                   PERFORM CERRAR-CAJA-DEL-DIA
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-CAJAS
               WHEN SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       ABRIR-CAJA.
           DISPLAY "Número de caja (1-999): ".
           ACCEPT CAJA-BUSCADA.

           IF CAJA-BUSCADA = ZERO
               DISPLAY "Número de caja inválido"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CAJAS-MOSTRADOR.

           MOVE FECHA-DE-HOY TO CM-FECHA.
           MOVE CAJA-BUSCADA TO CM-CAJA.

           READ CAJAS-MOSTRADOR
               KEY IS CM-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-CERRADA
                       DISPLAY "La caja ya fue cerrada hoy"
                   ELSE
                       DISPLAY "La caja ya está abierta, cajero: "
                           CM-CAJERO
                   END-IF
                   CLOSE CAJAS-MOSTRADOR
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Nombre del cajero: ".
           ACCEPT CM-CAJERO.
           DISPLAY "Fondo inicial en efectivo: ".
           ACCEPT CM-FONDO-INICIAL.

           MOVE ZERO TO CM-VENTAS-EFECTIVO.
           MOVE ZERO TO CM-VENTAS-TARJETA.
           MOVE ZERO TO CM-TICKETS.
           MOVE ZERO TO CM-REEMBOLSOS.
           MOVE ZERO TO CM-CONTADO.
           MOVE ZERO TO CM-DIFERENCIA.
           MOVE SPACES TO CM-MOTIVO.
           SET CM-ABIERTA TO TRUE.

           WRITE REGISTRO-CAJA-MOSTRADOR
               INVALID KEY
                   DISPLAY "No fue posible abrir la caja"
               NOT INVALID KEY
                   DISPLAY "Caja " CM-CAJA " abierta para el "
                       CM-FECHA
           END-WRITE.

           CLOSE CAJAS-MOSTRADOR.

       CERRAR-CAJA-DEL-DIA.
           DISPLAY "Número de caja: ".
           ACCEPT CAJA-BUSCADA.

           OPEN I-O CAJAS-MOSTRADOR.

           IF ESTADO-CAJAS NOT = "00"
               DISPLAY "No hay cajas de mostrador abiertas"
               CLOSE CAJAS-MOSTRADOR
               EXIT PARAGRAPH
           END-IF.

           MOVE FECHA-DE-HOY TO CM-FECHA.
           MOVE CAJA-BUSCADA TO CM-CAJA.

           READ CAJAS-MOSTRADOR
               KEY IS CM-CLAVE
               INVALID KEY
                   DISPLAY
                   "La caja no se abrió hoy, no hay nada que cerrar"
               NOT INVALID KEY
                   IF CM-CERRADA
                       DISPLAY "La caja de hoy ya fue cerrada"
                   ELSE
                       PERFORM CERRAR-CAJA
                   END-IF
           END-READ.

           CLOSE CAJAS-MOSTRADOR.

       CERRAR-CAJA.
           COMPUTE EFECTIVO-ESPERADO =
               CM-FONDO-INICIAL + CM-VENTAS-EFECTIVO - CM-REEMBOLSOS.

           MOVE EFECTIVO-ESPERADO TO ESPERADO-EDITADO.
           DISPLAY "Efectivo esperado en caja: " ESPERADO-EDITADO.

           DISPLAY "Ingrese el efectivo contado: ".
           ACCEPT EFECTIVO-CONTADO.

           COMPUTE SOBRANTE-FALTANTE =
               EFECTIVO-CONTADO - EFECTIVO-ESPERADO.

           MOVE EFECTIVO-CONTADO TO CM-CONTADO.
           MOVE SOBRANTE-FALTANTE TO CM-DIFERENCIA.
           MOVE SPACES TO CM-MOTIVO.

           IF SOBRANTE-FALTANTE NOT = ZERO
               DISPLAY
               "Hay una diferencia, ingrese el código de motivo: "
               ACCEPT CM-MOTIVO
           END-IF.

           SET CM-CERRADA TO TRUE.

           REWRITE REGISTRO-CAJA-MOSTRADOR
               INVALID KEY
                   DISPLAY "No fue posible cerrar la caja"
                   EXIT PARAGRAPH
           END-REWRITE.

           PERFORM IMPRIMIR-PLANILLA.

       IMPRIMIR-PLANILLA.
           DISPLAY "*********************************".
           DISPLAY "* CIERRE DE CAJA DE MOSTRADOR".
           DISPLAY "* Caja: " CM-CAJA "  Cajero: " CM-CAJERO.
           DISPLAY "* Fecha: " CM-FECHA.
           MOVE CM-FONDO-INICIAL TO IMPORTE-EDITADO.
           DISPLAY "* Fondo inicial: " IMPORTE-EDITADO.
           DISPLAY "* Tickets emitidos: " CM-TICKETS.
           MOVE CM-VENTAS-EFECTIVO TO IMPORTE-EDITADO.
           DISPLAY "* Ventas en efectivo: " IMPORTE-EDITADO.
           MOVE CM-VENTAS-TARJETA TO IMPORTE-EDITADO.
           DISPLAY "* Ventas con tarjeta: " IMPORTE-EDITADO.
           MOVE CM-REEMBOLSOS TO IMPORTE-EDITADO.
           DISPLAY "* Reembolsos de notas de crédito: "
               IMPORTE-EDITADO.
           MOVE EFECTIVO-ESPERADO TO ESPERADO-EDITADO.
           DISPLAY "* Esperado: " ESPERADO-EDITADO.
           MOVE CM-CONTADO TO IMPORTE-EDITADO.
           DISPLAY "* Contado: " IMPORTE-EDITADO.
           MOVE CM-DIFERENCIA TO DIFERENCIA-EDITADA.
           DISPLAY "* Diferencia: " DIFERENCIA-EDITADA.
           IF CM-MOTIVO NOT = SPACES
               DISPLAY "* Motivo: " CM-MOTIVO
           END-IF.
           DISPLAY "*********************************".

       LISTAR-CAJAS.
           DISPLAY "Fecha (AAAAMMDD, 0 = hoy): ".
           ACCEPT FECHA-BUSCADA.

           IF FECHA-BUSCADA = ZERO
               MOVE FECHA-DE-HOY TO FECHA-BUSCADA
           END-IF.

           MOVE ZERO TO CAJAS-LISTADAS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT CAJAS-MOSTRADOR.

           IF ESTADO-CAJAS NOT = "00"
               DISPLAY "No hay cajas de mostrador registradas"
               CLOSE CAJAS-MOSTRADOR
               EXIT PARAGRAPH
           END-IF.

           MOVE FECHA-BUSCADA TO CM-FECHA.
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
                       IF CM-FECHA NOT = FECHA-BUSCADA
                           SET FIN-ARCHIVO TO TRUE
                       ELSE
                           PERFORM MOSTRAR-UNA-CAJA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CAJAS-MOSTRADOR.

           IF CAJAS-LISTADAS = ZERO
               DISPLAY "No hubo cajas abiertas ese día"
           END-IF.

       MOSTRAR-UNA-CAJA.
           ADD 1 TO CAJAS-LISTADAS.

           MOVE CM-VENTAS-EFECTIVO TO IMPORTE-EDITADO.
           DISPLAY "Caja " CM-CAJA " " CM-CAJERO(1:20)
               " tickets " CM-TICKETS
               " efectivo " IMPORTE-EDITADO.
           MOVE CM-VENTAS-TARJETA TO IMPORTE-EDITADO.
           DISPLAY "    tarjeta " IMPORTE-EDITADO.
           MOVE CM-REEMBOLSOS TO IMPORTE-EDITADO.
           DISPLAY "    reembolsos " IMPORTE-EDITADO.

           IF CM-CERRADA
               MOVE CM-DIFERENCIA TO DIFERENCIA-EDITADA
               DISPLAY "    cerrada, diferencia " DIFERENCIA-EDITADA
                   " " CM-MOTIVO
           ELSE
               DISPLAY "    abierta"
           END-IF.

       END PROGRAM caja-mostrador.
