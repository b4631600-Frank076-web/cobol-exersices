       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrate-statement-archive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RESUMENES-VIEJOS
       ASSIGN TO "statement-archive.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIEJO-KEY
       FILE STATUS IS ESTADO-VIEJOS.

       COPY "../copylib/physic-statement-archive.cpy".

       SELECT ARCHIVO-DE-PASO
       ASSIGN TO "statement-archive-migrate.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-PASO.

       DATA DIVISION.
       FILE SECTION.
       FD  RESUMENES-VIEJOS.
       01  REGISTRO-RESUMEN-VIEJO.
           05  VIEJO-KEY.
               10  VIEJO-ACCOUNT-KEY PIC 9(8).
               10  VIEJO-PERIOD PIC 9(6).
           05  VIEJO-STATEMENT-NO PIC 9(6).
           05  VIEJO-OPENING-BALANCE PIC S9(10)V99.
           05  VIEJO-CLOSING-BALANCE PIC S9(10)V99.
           05  VIEJO-MOVEMENT-COUNT PIC 9(4).
           05  VIEJO-GENERATED-DATE PIC 9(8).

       COPY "../copylib/logic-statement-archive.cpy".

       FD  ARCHIVO-DE-PASO.
       01  REGISTRO-DE-PASO.
           05  PASO-KEY.
               10  PASO-ACCOUNT-KEY PIC 9(8).
               10  PASO-PERIOD PIC 9(6).
           05  PASO-STATEMENT-NO PIC 9(6).
           05  PASO-OPENING-BALANCE PIC S9(10)V99.
           05  PASO-CLOSING-BALANCE PIC S9(10)V99.
           05  PASO-MOVEMENT-COUNT PIC 9(4).
           05  PASO-GENERATED-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-VIEJOS PIC XX.
       01  F-STMT-ARCHIVE-STATUS PIC XX.
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

           DISPLAY "=== Migración de statement-archive.idx al "
           "formato con factura de comisiones ===".

           PERFORM COPIAR-A-ARCHIVO-DE-PASO.

           IF TOTAL-LEIDOS = ZERO
               DISPLAY
               "No hay resúmenes con el formato anterior para "
               "migrar"
               GOBACK
           END-IF.

           IF TOTAL-COPIADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "No fue posible copiar todos los resúmenes ("
               TOTAL-COPIADOS " de " TOTAL-LEIDOS
               "), la migración se cancela sin tocar "
               "statement-archive.idx"
               GOBACK
           END-IF.

           PERFORM REESCRIBIR-RESUMENES-NUEVOS.

           IF MIGRADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "ATENCIÓN: se migraron " MIGRADOS " de "
               TOTAL-LEIDOS " resúmenes, revise "
               "statement-archive-migrate.tmp antes de borrar nada"
           ELSE
               DISPLAY "Resúmenes migrados: " MIGRADOS
               DISPLAY
               "Todos quedaron sin factura de comisiones asociada, "
               "como operaba el sistema anterior"
           END-IF.

           GOBACK.

       COPIAR-A-ARCHIVO-DE-PASO.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT RESUMENES-VIEJOS.

           IF ESTADO-VIEJOS NOT = "00"
               DISPLAY "No fue posible abrir statement-archive.idx ("
                   ESTADO-VIEJOS ")"
               CLOSE RESUMENES-VIEJOS
               GOBACK
           END-IF.

           OPEN OUTPUT ARCHIVO-DE-PASO.

           PERFORM UNTIL FIN-ARCHIVO
               READ RESUMENES-VIEJOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       MOVE REGISTRO-RESUMEN-VIEJO
                           TO REGISTRO-DE-PASO
                       WRITE REGISTRO-DE-PASO
                       IF ESTADO-PASO = "00"
                           ADD 1 TO TOTAL-COPIADOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-DE-PASO.
           CLOSE RESUMENES-VIEJOS.

       REESCRIBIR-RESUMENES-NUEVOS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT ARCHIVO-DE-PASO.
           OPEN OUTPUT STATEMENT-ARCHIVE-FILE.

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DE-PASO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM MIGRAR-UN-RESUMEN
               END-READ
           END-PERFORM.

           CLOSE STATEMENT-ARCHIVE-FILE.
           CLOSE ARCHIVO-DE-PASO.

       MIGRAR-UN-RESUMEN.
           MOVE PASO-ACCOUNT-KEY TO SA-ACCOUNT-KEY.
           MOVE PASO-PERIOD TO SA-PERIOD.
           MOVE PASO-STATEMENT-NO TO SA-STATEMENT-NO.
           MOVE PASO-OPENING-BALANCE TO SA-OPENING-BALANCE.
           MOVE PASO-CLOSING-BALANCE TO SA-CLOSING-BALANCE.
           MOVE PASO-MOVEMENT-COUNT TO SA-MOVEMENT-COUNT.
           MOVE PASO-GENERATED-DATE TO SA-GENERATED-DATE.
           MOVE ZERO TO SA-FEE-INVOICE-NO.

           WRITE STATEMENT-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY "No se pudo migrar el resumen "
                       SA-ACCOUNT-KEY " " SA-PERIOD
               NOT INVALID KEY
                   ADD 1 TO MIGRADOS
           END-WRITE.

       END PROGRAM migrate-statement-archive.
