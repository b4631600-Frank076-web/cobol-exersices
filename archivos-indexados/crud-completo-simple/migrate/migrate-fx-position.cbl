       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrate-fx-position.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT POSICIONES-VIEJAS
       ASSIGN TO "fx-position.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIEJO-KEY
       FILE STATUS IS ESTADO-VIEJOS.

       COPY "../copylib/physic-fx-position.cpy".

       SELECT ARCHIVO-DE-PASO
       ASSIGN TO "fx-position-migrate.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-PASO.

       DATA DIVISION.
       FILE SECTION.
       FD  POSICIONES-VIEJAS.
       01  REGISTRO-POSICION-VIEJA.
           05  VIEJO-KEY.
               10  VIEJO-BRANCH PIC 9(3).
               10  VIEJO-DATE PIC 9(8).
               10  VIEJO-CURRENCY PIC X(3).
           05  VIEJO-BOUGHT PIC 9(10)V99.
           05  VIEJO-SOLD PIC 9(10)V99.

       COPY "../copylib/logic-fx-position.cpy".

       FD  ARCHIVO-DE-PASO.
       01  REGISTRO-DE-PASO.
           05  PASO-KEY.
               10  PASO-BRANCH PIC 9(3).
               10  PASO-DATE PIC 9(8).
               10  PASO-CURRENCY PIC X(3).
           05  PASO-BOUGHT PIC 9(10)V99.
           05  PASO-SOLD PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  ESTADO-VIEJOS PIC XX.
       01  F-FX-POSITION-STATUS PIC XX.
       01  ESTADO-PASO PIC XX.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
       01  TOTAL-COPIADOS PIC 9(6) VALUE ZERO.
       01  MIGRADOS PIC 9(6) VALUE ZERO.
       01  SIN-COTIZACION PIC 9(6) VALUE ZERO.

       01  PAR-COTIZACION PIC X(6).
       01  COTIZACION-DEL-DIA PIC 9(6)V99.
       01  COTIZACION-ENCONTRADA PIC X.
           88  HAY-COTIZACION VALUE 'Y'.

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Migración de fx-position.idx al formato con "
           "contravalor en pesos ===".

           PERFORM COPIAR-A-ARCHIVO-DE-PASO.

           IF TOTAL-LEIDOS = ZERO
               DISPLAY
               "No hay posiciones de cambio con el formato anterior "
               "para migrar"
               GOBACK
           END-IF.

           IF TOTAL-COPIADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "No fue posible copiar todas las posiciones ("
               TOTAL-COPIADOS " de " TOTAL-LEIDOS
               "), la migración se cancela sin tocar "
               "fx-position.idx"
               GOBACK
           END-IF.

           PERFORM REESCRIBIR-POSICIONES-NUEVAS.

           IF MIGRADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "ATENCIÓN: se migraron " MIGRADOS " de "
               TOTAL-LEIDOS " posiciones, revise "
               "fx-position-migrate.tmp antes de borrar nada"
           ELSE
               DISPLAY "Posiciones migradas: " MIGRADOS
               DISPLAY
               "El contravalor en pesos se calculó con la "
               "cotización de referencia de cada fecha"
           END-IF.

           IF SIN-COTIZACION NOT = ZERO
               DISPLAY
               "Posiciones sin cotización de referencia para su "
               "fecha (quedaron con contravalor cero): "
               SIN-COTIZACION
           END-IF.

           GOBACK.

       COPIAR-A-ARCHIVO-DE-PASO.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT POSICIONES-VIEJAS.

           IF ESTADO-VIEJOS NOT = "00"
               DISPLAY "No fue posible abrir fx-position.idx ("
                   ESTADO-VIEJOS ")"
               CLOSE POSICIONES-VIEJAS
               GOBACK
           END-IF.

           OPEN OUTPUT ARCHIVO-DE-PASO.

           PERFORM UNTIL FIN-ARCHIVO
               READ POSICIONES-VIEJAS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       MOVE REGISTRO-POSICION-VIEJA
                           TO REGISTRO-DE-PASO
                       WRITE REGISTRO-DE-PASO
                       IF ESTADO-PASO = "00"
                           ADD 1 TO TOTAL-COPIADOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-DE-PASO.
           CLOSE POSICIONES-VIEJAS.

       REESCRIBIR-POSICIONES-NUEVAS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT ARCHIVO-DE-PASO.
           OPEN OUTPUT FX-POSITION-FILE.

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DE-PASO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM MIGRAR-UNA-POSICION
               END-READ
           END-PERFORM.

           CLOSE FX-POSITION-FILE.
           CLOSE ARCHIVO-DE-PASO.

       MIGRAR-UNA-POSICION.
           MOVE PASO-BRANCH TO FXP-BRANCH.
           MOVE PASO-DATE TO FXP-DATE.
           MOVE PASO-CURRENCY TO FXP-CURRENCY.
           MOVE PASO-BOUGHT TO FXP-BOUGHT.
           MOVE PASO-SOLD TO FXP-SOLD.
           MOVE ZERO TO FXP-BOUGHT-ARS.
           MOVE ZERO TO FXP-SOLD-ARS.

           STRING PASO-CURRENCY "ARS" DELIMITED BY SIZE
               INTO PAR-COTIZACION.

           CALL "./common/exchange-rate"
               USING PAR-COTIZACION PASO-DATE
               COTIZACION-DEL-DIA COTIZACION-ENCONTRADA.

           IF HAY-COTIZACION
               COMPUTE FXP-BOUGHT-ARS ROUNDED =
                   PASO-BOUGHT * COTIZACION-DEL-DIA
               COMPUTE FXP-SOLD-ARS ROUNDED =
                   PASO-SOLD * COTIZACION-DEL-DIA
           ELSE
               ADD 1 TO SIN-COTIZACION
           END-IF.

           WRITE FX-POSITION-RECORD
               INVALID KEY
                   DISPLAY "No se pudo migrar la posición "
                       FXP-BRANCH " " FXP-DATE " " FXP-CURRENCY
               NOT INVALID KEY
                   ADD 1 TO MIGRADOS
           END-WRITE.

       END PROGRAM migrate-fx-position.
