       ALTERNATE RECORD KEY IS NOMBRE-PERSONA WITH DUPLICATES
       FILE STATUS IS F-PERSONAS-STATUS.

       SELECT OPTIONAL INTEGRITY-BREAKS-FILE
       ASSIGN TO "integrity-check.log"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-BREAKS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-account.cpy".
           05  EDAD-PERSONA PIC 9(3).
           05  DNI-PERSONA PIC 9(8).

       FD  INTEGRITY-BREAKS-FILE.
       01  INTEGRITY-BREAK-RECORD.
           05  IB-DATE PIC 9(8).
           05  IB-FILE-NAME PIC X(20).
           05  IB-FILE-STATUS PIC XX.

       WORKING-STORAGE SECTION.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-PERSONAS-STATUS PIC XX.
       01  F-BREAKS-STATUS PIC XX.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  TOTAL-FALLAS PIC 9(3) VALUE ZERO.


           DISPLAY "=== Verificación nocturna de integridad ===".

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           OPEN OUTPUT INTEGRITY-BREAKS-FILE.

           PERFORM VERIFICAR-ACCOUNTS-FILE.
           PERFORM VERIFICAR-CLIENTS-FILE.
           PERFORM VERIFICAR-ARCHIVO-PERSONAS.

           CLOSE INTEGRITY-BREAKS-FILE.

           PERFORM MOSTRAR-RESULTADO-FINAL.

           MOVE TOTAL-FALLAS TO WS-JOB-RECORDS.
               DISPLAY NOMBRE-DE-ARCHIVO ": FALLO (status "
                   ESTADO-DE-ARCHIVO ")"
               ADD 1 TO TOTAL-FALLAS
               MOVE WS-BUSINESS-DATE TO IB-DATE
               MOVE NOMBRE-DE-ARCHIVO TO IB-FILE-NAME
               MOVE ESTADO-DE-ARCHIVO TO IB-FILE-STATUS
               WRITE INTEGRITY-BREAK-RECORD
           END-IF.

       MOSTRAR-RESULTADO-FINAL.
