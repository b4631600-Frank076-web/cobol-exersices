       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrate-tax-certs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CERTIFICADOS-VIEJOS
       ASSIGN TO "tax-certificates.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VIEJO-ID
       ALTERNATE RECORD KEY IS VIEJO-DNI WITH DUPLICATES
       FILE STATUS IS ESTADO-VIEJOS.

       COPY "../copylib/physic-tax-certs.cpy".

       SELECT ARCHIVO-DE-PASO
       ASSIGN TO "tax-certificates-migrate.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS ESTADO-PASO.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTIFICADOS-VIEJOS.
       01  REGISTRO-CERTIFICADO-VIEJO.
           05  VIEJO-ID PIC 9(6).
           05  VIEJO-DNI PIC 9(8).
           05  VIEJO-YEAR PIC 9(4).
           05  VIEJO-INT-ARS PIC 9(12)V99.
           05  VIEJO-INT-USD PIC 9(12)V99.
           05  VIEJO-FEE-ARS PIC 9(12)V99.
           05  VIEJO-FEE-USD PIC 9(12)V99.
           05  VIEJO-WTH-ARS PIC 9(12)V99.
           05  VIEJO-WTH-USD PIC 9(12)V99.
           05  VIEJO-ISSUE-DATE PIC 9(8).

       COPY "../copylib/logic-tax-certs.cpy".

       FD  ARCHIVO-DE-PASO.
       01  REGISTRO-DE-PASO.
           05  PASO-ID PIC 9(6).
           05  PASO-DNI PIC 9(8).
           05  PASO-YEAR PIC 9(4).
           05  PASO-INT-ARS PIC 9(12)V99.
           05  PASO-INT-USD PIC 9(12)V99.
           05  PASO-FEE-ARS PIC 9(12)V99.
           05  PASO-FEE-USD PIC 9(12)V99.
           05  PASO-WTH-ARS PIC 9(12)V99.
           05  PASO-WTH-USD PIC 9(12)V99.
           05  PASO-ISSUE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ESTADO-VIEJOS PIC XX.
       01  F-TAX-CERTS-STATUS PIC XX.
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

           DISPLAY "=== Migración de tax-certificates.idx al formato "
           "con ajuste UVA ===".

           PERFORM COPIAR-A-ARCHIVO-DE-PASO.

           IF TOTAL-LEIDOS = ZERO
               DISPLAY
               "No hay certificados con el formato anterior para "
               "migrar"
               GOBACK
           END-IF.

           IF TOTAL-COPIADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "No fue posible copiar todos los certificados ("
               TOTAL-COPIADOS " de " TOTAL-LEIDOS
               "), la migración se cancela sin tocar "
               "tax-certificates.idx"
               GOBACK
           END-IF.

           PERFORM REESCRIBIR-CERTIFICADOS-NUEVOS.

           IF MIGRADOS NOT = TOTAL-LEIDOS
               DISPLAY
               "ATENCIÓN: se migraron " MIGRADOS " de "
               TOTAL-LEIDOS " certificados, revise "
               "tax-certificates-migrate.tmp antes de borrar nada"
           ELSE
               DISPLAY "Certificados migrados: " MIGRADOS
               DISPLAY
               "Todos quedaron sin ajuste UVA, que el sistema "
               "anterior no liquidaba"
           END-IF.

           GOBACK.

       COPIAR-A-ARCHIVO-DE-PASO.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT CERTIFICADOS-VIEJOS.

           IF ESTADO-VIEJOS NOT = "00"
               DISPLAY "No fue posible abrir tax-certificates.idx ("
                   ESTADO-VIEJOS ")"
               CLOSE CERTIFICADOS-VIEJOS
               GOBACK
           END-IF.

           OPEN OUTPUT ARCHIVO-DE-PASO.

           PERFORM UNTIL FIN-ARCHIVO
               READ CERTIFICADOS-VIEJOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       MOVE REGISTRO-CERTIFICADO-VIEJO
                           TO REGISTRO-DE-PASO
                       WRITE REGISTRO-DE-PASO
                       IF ESTADO-PASO = "00"
                           ADD 1 TO TOTAL-COPIADOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-DE-PASO.
           CLOSE CERTIFICADOS-VIEJOS.

       REESCRIBIR-CERTIFICADOS-NUEVOS.
           SET NO-FIN-ARCHIVO TO TRUE.

           OPEN INPUT ARCHIVO-DE-PASO.
           OPEN OUTPUT TAX-CERTS-FILE.

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DE-PASO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM MIGRAR-UN-CERTIFICADO
               END-READ
           END-PERFORM.

           CLOSE TAX-CERTS-FILE.
           CLOSE ARCHIVO-DE-PASO.

       MIGRAR-UN-CERTIFICADO.
           MOVE PASO-ID TO CERT-ID.
           MOVE PASO-DNI TO CERT-DNI.
           MOVE PASO-YEAR TO CERT-YEAR.
           MOVE PASO-INT-ARS TO CERT-INT-ARS.
           MOVE PASO-INT-USD TO CERT-INT-USD.
           MOVE PASO-FEE-ARS TO CERT-FEE-ARS.
           MOVE PASO-FEE-USD TO CERT-FEE-USD.
           MOVE PASO-WTH-ARS TO CERT-WTH-ARS.
           MOVE PASO-WTH-USD TO CERT-WTH-USD.
           MOVE PASO-ISSUE-DATE TO CERT-ISSUE-DATE.
           MOVE ZERO TO CERT-IDX-ARS.

           WRITE TAX-CERT-RECORD
               INVALID KEY
                   DISPLAY "No se pudo migrar el certificado "
                       CERT-ID
               NOT INVALID KEY
                   ADD 1 TO MIGRADOS
           END-WRITE.

       END PROGRAM migrate-tax-certs.
