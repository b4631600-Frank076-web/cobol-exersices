       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrate-cards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TARJETAS-VIEJAS
       ASSIGN TO "cards.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIEJO-NUMBER
       ALTERNATE RECORD KEY IS VIEJO-ACCOUNT-KEY WITH DUPLICATES
       FILE STATUS IS ESTADO-VIEJOS.

       COPY "../copylib/physic-cards.cpy".

       SELECT ARCHIVO-DE-PASO
       ASSIGN TO "cards-migrate.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-PASO.

       DATA DIVISION.
       FILE SECTION.
       FD  TARJETAS-VIEJAS.
       01  REGISTRO-TARJETA-VIEJA.
           05  VIEJO-NUMBER PIC 9(16).
           05  VIEJO-ACCOUNT-KEY PIC 9(8).
           05  VIEJO-STATUS PIC X.
           05  VIEJO-ATM-DAILY-LIMIT PIC 9(8)V99.
           05  VIEJO-ISSUED-DATE PIC 9(8).
           05  VIEJO-ISSUED-BY PIC X(30).

       COPY "../copylib/logic-cards.cpy".

       FD  ARCHIVO-DE-PASO.
       01  REGISTRO-DE-PASO.
           05  PASO-NUMBER PIC 9(16).
           05  PASO-ACCOUNT-KEY PIC 9(8).
           05  PASO-STATUS PIC X.
           05  PASO-ATM-DAILY-LIMIT PIC 9(8)V99.
           05  PASO-ISSUED-DATE PIC 9(8).
           05  PASO-ISSUED-BY PIC X(30).

       WORKING-STORAGE SECTION.
       01  ESTADO-VIEJOS PIC XX.
       01  F-CARDS-STATUS PIC XX.
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

           DISPLAY "=== Migración de cards.idx al formato con "
           "límite diario de compras ===".

           PERFORM COPIAR-A-ARCHIVO-DE-PASO.

           IF TOTAL-LEIDOS = ZERO
               DISPLAY
               "No hay tarjetas con el formato anterior para "
               "migrar"
               GOBACK
           END-IF.

           IF TOTAL-COPIADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "No fue posible copiar todas las tarjetas ("
               TOTAL-COPIADOS " de " TOTAL-LEIDOS
               "), la migración se cancela sin tocar "
               "cards.idx"
               GOBACK
           END-IF.

           PERFORM REESCRIBIR-TARJETAS-NUEVAS.

           IF MIGRADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "ATENCIÓN: se migraron " MIGRADOS " de "
               TOTAL-LEIDOS " tarjetas, revise "
               "cards-migrate.tmp antes de borrar nada"
           ELSE
               DISPLAY "Tarjetas migradas: " MIGRADOS
               DISPLAY
               "Todas quedaron sin límite diario de compras, "
               "como operaba el sistema anterior"
           END-IF.

           GOBACK.

       COPIAR-A-ARCHIVO-DE-PASO.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT TARJETAS-VIEJAS.

           IF ESTADO-VIEJOS NOT = "00"
               DISPLAY "No fue posible abrir cards.idx ("
                   ESTADO-VIEJOS ")"
               CLOSE TARJETAS-VIEJAS
               GOBACK
           END-IF.

           OPEN OUTPUT ARCHIVO-DE-PASO.

           PERFORM UNTIL FIN-ARCHIVO
               READ TARJETAS-VIEJAS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       MOVE REGISTRO-TARJETA-VIEJA
                           TO REGISTRO-DE-PASO
                       WRITE REGISTRO-DE-PASO
                       IF ESTADO-PASO = "00"
                           ADD 1 TO TOTAL-COPIADOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-DE-PASO.
           CLOSE TARJETAS-VIEJAS.

       REESCRIBIR-TARJETAS-NUEVAS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT ARCHIVO-DE-PASO.
           OPEN OUTPUT CARDS-FILE.

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DE-PASO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM MIGRAR-UNA-TARJETA
               END-READ
           END-PERFORM.

           CLOSE CARDS-FILE.
           CLOSE ARCHIVO-DE-PASO.

       MIGRAR-UNA-TARJETA.
           MOVE PASO-NUMBER TO CARD-NUMBER.
           MOVE PASO-ACCOUNT-KEY TO CARD-ACCOUNT-KEY.
           MOVE PASO-STATUS TO CARD-STATUS.
           MOVE PASO-ATM-DAILY-LIMIT TO CARD-ATM-DAILY-LIMIT.
           MOVE PASO-ISSUED-DATE TO CARD-ISSUED-DATE.
           MOVE PASO-ISSUED-BY TO CARD-ISSUED-BY.
           MOVE ZERO TO CARD-POS-DAILY-LIMIT.

           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "No se pudo migrar la tarjeta "
                       CARD-NUMBER
               NOT INVALID KEY
                   ADD 1 TO MIGRADOS
           END-WRITE.

       END PROGRAM migrate-cards.
