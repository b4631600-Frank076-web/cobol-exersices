       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-account.cpy".

       SELECT OPTIONAL CONTROL-BREAKS-FILE
       ASSIGN TO "control-total-breaks.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-BREAKS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-audit.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-account.cpy".

       FD  CONTROL-BREAKS-FILE.
       01  CONTROL-BREAK-RECORD.
           05  CTB-DATE PIC 9(8).
           05  CTB-FILE-NAME PIC X(20).
           05  CTB-ACTUAL PIC 9(6).
           05  CTB-EXPECTED PIC S9(6).

       WORKING-STORAGE SECTION.
       01  F-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-AUDIT-STATUS PIC XX.
       01  F-BREAKS-STATUS PIC XX.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
               CREATE-ACCOUNT-COUNT - DELETE-ACCOUNT-COUNT
               - ARCHIVE-ACCOUNT-COUNT.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           OPEN OUTPUT CONTROL-BREAKS-FILE.

           PERFORM VERIFICAR-CLIENTS-FILE.
           PERFORM VERIFICAR-ACCOUNTS-FILE.

           CLOSE CONTROL-BREAKS-FILE.

           PERFORM MOSTRAR-RESULTADO-FINAL.

           MOVE TOTAL-FALLAS TO WS-JOB-RECORDS.
               "DISCREPANCIA en CLIENTS-FILE: revise altas perdidas "
               "o duplicadas"
               ADD 1 TO TOTAL-FALLAS
               MOVE "CLIENTS-FILE" TO CTB-FILE-NAME
               MOVE ACTUAL-CLIENT-COUNT TO CTB-ACTUAL
               MOVE EXPECTED-CLIENT-COUNT TO CTB-EXPECTED
               PERFORM GRABAR-DISCREPANCIA
           END-IF.

       VERIFICAR-ACCOUNTS-FILE.
               "DISCREPANCIA en ACCOUNTS-FILE: revise altas o bajas "
               "perdidas o duplicadas"
               ADD 1 TO TOTAL-FALLAS
               MOVE "ACCOUNTS-FILE" TO CTB-FILE-NAME
               MOVE ACTUAL-ACCOUNT-COUNT TO CTB-ACTUAL
               MOVE EXPECTED-ACCOUNT-COUNT TO CTB-EXPECTED
               PERFORM GRABAR-DISCREPANCIA
           END-IF.

       GRABAR-DISCREPANCIA.
           MOVE WS-BUSINESS-DATE TO CTB-DATE.
           WRITE CONTROL-BREAK-RECORD.

       MOSTRAR-RESULTADO-FINAL.
           IF TOTAL-FALLAS = ZERO
               DISPLAY
