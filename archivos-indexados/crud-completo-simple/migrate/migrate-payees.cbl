       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrate-payees.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DESTINATARIOS-VIEJOS
       ASSIGN TO "payees.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIEJO-ID
       ALTERNATE RECORD KEY IS VIEJO-DNI WITH DUPLICATES
       FILE STATUS IS ESTADO-VIEJOS.

       COPY "../copylib/physic-payees.cpy".

       SELECT ARCHIVO-DE-PASO
       ASSIGN TO "payees-migrate.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-PASO.

       DATA DIVISION.
       FILE SECTION.
       FD  DESTINATARIOS-VIEJOS.
       01  REGISTRO-DESTINATARIO-VIEJO.
           05  VIEJO-ID PIC 9(6).
           05  VIEJO-DNI PIC 9(8).
           05  VIEJO-BANK-CODE PIC 9(3).
           05  VIEJO-CBU PIC X(22).
           05  VIEJO-ALIAS PIC X(20).
           05  VIEJO-STATUS PIC X.

       COPY "../copylib/logic-payees.cpy".

       FD  ARCHIVO-DE-PASO.
       01  REGISTRO-DE-PASO.
           05  PASO-ID PIC 9(6).
           05  PASO-DNI PIC 9(8).
           05  PASO-BANK-CODE PIC 9(3).
           05  PASO-CBU PIC X(22).
           05  PASO-ALIAS PIC X(20).
           05  PASO-STATUS PIC X.

       WORKING-STORAGE SECTION.
       01  ESTADO-VIEJOS PIC XX.
       01  F-PAYEES-STATUS PIC XX.
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

           DISPLAY "=== Migración de payees.idx al formato con "
           "DNI y nombre del titular de destino ===".

           PERFORM COPIAR-A-ARCHIVO-DE-PASO.

           IF TOTAL-LEIDOS = ZERO
               DISPLAY
               "No hay destinatarios con el formato anterior para "
               "migrar"
               GOBACK
           END-IF.

           IF TOTAL-COPIADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "No fue posible copiar todos los destinatarios ("
               TOTAL-COPIADOS " de " TOTAL-LEIDOS
               "), la migración se cancela sin tocar "
               "payees.idx"
               GOBACK
           END-IF.

           PERFORM REESCRIBIR-DESTINATARIOS-NUEVOS.

           IF MIGRADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "ATENCIÓN: se migraron " MIGRADOS " de "
               TOTAL-LEIDOS " destinatarios, revise "
               "payees-migrate.tmp antes de borrar nada"
           ELSE
               DISPLAY "Destinatarios migrados: " MIGRADOS
               DISPLAY
               "Todos quedaron sin DNI ni nombre del titular de "
               "destino; vuelva a registrarlos para incluirlos "
               "en el control contra listas"
           END-IF.

           GOBACK.

       COPIAR-A-ARCHIVO-DE-PASO.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT DESTINATARIOS-VIEJOS.

           IF ESTADO-VIEJOS NOT = "00"
               DISPLAY "No fue posible abrir payees.idx ("
                   ESTADO-VIEJOS ")"
               CLOSE DESTINATARIOS-VIEJOS
               GOBACK
           END-IF.

           OPEN OUTPUT ARCHIVO-DE-PASO.

           PERFORM UNTIL FIN-ARCHIVO
               READ DESTINATARIOS-VIEJOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       MOVE REGISTRO-DESTINATARIO-VIEJO
                           TO REGISTRO-DE-PASO
                       WRITE REGISTRO-DE-PASO
                       IF ESTADO-PASO = "00"
                           ADD 1 TO TOTAL-COPIADOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-DE-PASO.
           CLOSE DESTINATARIOS-VIEJOS.

       REESCRIBIR-DESTINATARIOS-NUEVOS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT ARCHIVO-DE-PASO.
           OPEN OUTPUT PAYEES-FILE.

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DE-PASO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM MIGRAR-UN-DESTINATARIO
               END-READ
           END-PERFORM.

           CLOSE PAYEES-FILE.
           CLOSE ARCHIVO-DE-PASO.

       MIGRAR-UN-DESTINATARIO.
           MOVE PASO-ID TO PAYEE-ID.
           MOVE PASO-DNI TO PAYEE-DNI.
           MOVE PASO-BANK-CODE TO PAYEE-BANK-CODE.
           MOVE PASO-CBU TO PAYEE-CBU.
           MOVE PASO-ALIAS TO PAYEE-ALIAS.
           MOVE PASO-STATUS TO PAYEE-STATUS.
           MOVE ZERO TO PAYEE-HOLDER-DNI.
           MOVE SPACES TO PAYEE-HOLDER-NAME.

           WRITE PAYEE-RECORD
               INVALID KEY
                   DISPLAY "No se pudo migrar el destinatario "
                       PAYEE-ID
               NOT INVALID KEY
                   ADD 1 TO MIGRADOS
           END-WRITE.

       END PROGRAM migrate-payees.
