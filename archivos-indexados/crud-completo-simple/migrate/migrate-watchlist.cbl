       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrate-watchlist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VIGILADOS-VIEJOS
       ASSIGN TO "watchlist.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIEJO-DNI
       FILE STATUS IS ESTADO-VIEJOS.

       COPY "../copylib/physic-watchlist.cpy".

       SELECT ARCHIVO-DE-PASO
       ASSIGN TO "watchlist-migrate.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-PASO.

       DATA DIVISION.
       FILE SECTION.
       FD  VIGILADOS-VIEJOS.
       01  REGISTRO-VIGILADO-VIEJO.
           05  VIEJO-DNI PIC 9(8).
           05  VIEJO-REASON PIC X(30).
           05  VIEJO-ADDED-BY PIC X(30).
           05  VIEJO-DATE PIC 9(8).

       COPY "../copylib/logic-watchlist.cpy".

       FD  ARCHIVO-DE-PASO.
       01  REGISTRO-DE-PASO.
           05  PASO-DNI PIC 9(8).
           05  PASO-REASON PIC X(30).
           05  PASO-ADDED-BY PIC X(30).
           05  PASO-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-VIEJOS PIC XX.
       01  F-WATCHLIST-STATUS PIC XX.
       01  ESTADO-PASO PIC XX.

       01  EOF-FLAG PIC X.
           88  FIN-ARCHIVO VALUE 'S'.
           88  NO-FIN-ARCHIVO VALUE 'N'.

       01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
       01  TOTAL-COPIADOS PIC 9(6) VALUE ZERO.
       01  MIGRADOS PIC 9(6) VALUE ZERO.

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Migración de watchlist.idx al formato con "
           "nombre y lista de origen ===".

           PERFORM COPIAR-A-ARCHIVO-DE-PASO.

           IF TOTAL-LEIDOS = ZERO
               DISPLAY
               "No hay personas vigiladas con el formato anterior "
               "para migrar"
               GOBACK
           END-IF.

           IF TOTAL-COPIADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "No fue posible copiar todas las personas vigiladas ("
               TOTAL-COPIADOS " de " TOTAL-LEIDOS
               "), la migración se cancela sin tocar "
               "watchlist.idx"
               GOBACK
           END-IF.

           PERFORM REESCRIBIR-VIGILADOS-NUEVOS.

           IF MIGRADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "ATENCIÓN: se migraron " MIGRADOS " de "
               TOTAL-LEIDOS " personas vigiladas, revise "
               "watchlist-migrate.tmp antes de borrar nada"
           ELSE
               DISPLAY "Personas vigiladas migradas: " MIGRADOS
               DISPLAY
               "Todas quedaron como altas manuales, sin nombre "
               "cargado, como operaba el sistema anterior"
           END-IF.

           GOBACK.

       COPIAR-A-ARCHIVO-DE-PASO.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT VIGILADOS-VIEJOS.

           IF ESTADO-VIEJOS NOT = "00"
               DISPLAY "No fue posible abrir watchlist.idx ("
                   ESTADO-VIEJOS ")"
               CLOSE VIGILADOS-VIEJOS
               GOBACK
           END-IF.

           OPEN OUTPUT ARCHIVO-DE-PASO.

           PERFORM UNTIL FIN-ARCHIVO
               READ VIGILADOS-VIEJOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       MOVE REGISTRO-VIGILADO-VIEJO
                           TO REGISTRO-DE-PASO
                       WRITE REGISTRO-DE-PASO
                       IF ESTADO-PASO = "00"
                           ADD 1 TO TOTAL-COPIADOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-DE-PASO.
           CLOSE VIGILADOS-VIEJOS.

       REESCRIBIR-VIGILADOS-NUEVOS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT ARCHIVO-DE-PASO.
           OPEN OUTPUT WATCHLIST-FILE.

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DE-PASO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM MIGRAR-UN-VIGILADO
               END-READ
           END-PERFORM.

           CLOSE WATCHLIST-FILE.
           CLOSE ARCHIVO-DE-PASO.

       MIGRAR-UN-VIGILADO.
           MOVE PASO-DNI TO WL-DNI.
           MOVE PASO-REASON TO WL-REASON.
           MOVE PASO-ADDED-BY TO WL-ADDED-BY.
           MOVE PASO-DATE TO WL-DATE.
           MOVE SPACES TO WL-NAME.
           SET WL-FROM-MANUAL-ENTRY TO TRUE.
           MOVE SPACES TO WL-LIST-VERSION.
           MOVE SPACES TO WL-ENTRY-ID.

           WRITE WATCHLIST-RECORD
               INVALID KEY
                   DISPLAY "No se pudo migrar la persona vigilada "
                       WL-DNI
               NOT INVALID KEY
                   ADD 1 TO MIGRADOS
           END-WRITE.

       END PROGRAM migrate-watchlist.
