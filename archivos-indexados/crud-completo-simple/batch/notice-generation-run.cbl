       01  NOTICE-REF PIC 9(8).
       01  NOTICE-TEXT PIC X(60).
       01  NOTICE-BRANCH PIC 9(3).
       01  NOTICE-AMOUNT PIC 9(8)V99.

       01  DUPLICATE-FLAG PIC X.
           88  NOTICE-DUPLICATED VALUE 'Y'.

       01  NOTICES-GENERATED PIC 9(6) VALUE ZERO.

       01  WS-OUT-MODE PIC X.
       01  WS-OUT-FEED PIC X(12) VALUE "AVISOS".
       01  WS-OUT-FILE-NAME PIC X(30) VALUE "notice-export.dat".
       01  WS-OUT-RECORD-LENGTH PIC 9(4) VALUE 109.
       01  WS-OUT-LINE PIC X(120).
       01  WS-OUT-AMOUNT PIC 9(12)V99.

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.
           OPEN EXTEND NOTICE-LETTERS-FILE.
           OPEN EXTEND NOTICE-EXPORT-FILE.

           PERFORM ABRIR-GENERACION-DE-SALIDA.

           PERFORM AVISAR-PLAZOS-POR-VENCER.
           PERFORM AVISAR-CUOTAS-POR-VENCER.
           PERFORM AVISAR-CUENTAS-POR-INACTIVIDAD.
           PERFORM AVISAR-SALDOS-BAJO-MINIMO.

           CLOSE NOTICE-EXPORT-FILE.

           PERFORM CERRAR-GENERACION-DE-SALIDA.
           CLOSE NOTICE-LETTERS-FILE.

           DISPLAY "Avisos generados: " NOTICES-GENERATED.
           MOVE "PF" TO NOTICE-EVENT.
           MOVE ACCOUNT-CLIENT-DNI TO NOTICE-DNI.
           MOVE TD-ID TO NOTICE-REF.
           MOVE TD-PRINCIPAL TO NOTICE-AMOUNT.
           MOVE ACCOUNT-BRANCH TO NOTICE-BRANCH.
           MOVE SPACES TO NOTICE-TEXT.
           STRING "Su plazo fijo " DELIMITED BY SIZE
           MOVE "PR" TO NOTICE-EVENT.
           MOVE LOAN-DNI TO NOTICE-DNI.
           MOVE LOAN-ID TO NOTICE-REF.
           MOVE LSCH-AMOUNT TO NOTICE-AMOUNT.
           MOVE SPACES TO NOTICE-TEXT.
           STRING "La cuota " DELIMITED BY SIZE
               LSCH-INSTALLMENT-NO DELIMITED BY SIZE
           MOVE "IN" TO NOTICE-EVENT.
           MOVE ACCOUNT-CLIENT-DNI TO NOTICE-DNI.
           MOVE ACCOUNT-KEY TO NOTICE-REF.
           MOVE ZERO TO NOTICE-AMOUNT.
           MOVE ACCOUNT-BRANCH TO NOTICE-BRANCH.
           MOVE SPACES TO NOTICE-TEXT.
           STRING "Su cuenta " DELIMITED BY SIZE
           MOVE "SM" TO NOTICE-EVENT.
           MOVE ACCOUNT-CLIENT-DNI TO NOTICE-DNI.
           MOVE ACCOUNT-KEY TO NOTICE-REF.
           MOVE BF-FLOOR-AMOUNT TO NOTICE-AMOUNT.
           MOVE ACCOUNT-BRANCH TO NOTICE-BRANCH.
           MOVE SPACES TO NOTICE-TEXT.
           STRING "El saldo de su cuenta " DELIMITED BY SIZE
           MOVE NOTICE-TEXT TO NE-TEXT.

           WRITE NOTICE-EXPORT-RECORD.
           MOVE NOTICE-EXPORT-RECORD TO WS-OUT-LINE.
           MOVE NOTICE-AMOUNT TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

       ABRIR-GENERACION-DE-SALIDA.
           MOVE 'O' TO WS-OUT-MODE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE ZERO TO WS-OUT-AMOUNT.
           CALL "./common/outbound-register"
               USING WS-OUT-MODE WS-OUT-FEED WS-OUT-FILE-NAME
               WS-OUT-RECORD-LENGTH WS-OUT-LINE WS-OUT-AMOUNT.

       ARCHIVAR-REGISTRO-ENVIADO.
           MOVE 'L' TO WS-OUT-MODE.
           CALL "./common/outbound-register"
               USING WS-OUT-MODE WS-OUT-FEED WS-OUT-FILE-NAME
               WS-OUT-RECORD-LENGTH WS-OUT-LINE WS-OUT-AMOUNT.

       CERRAR-GENERACION-DE-SALIDA.
           MOVE 'C' TO WS-OUT-MODE.
           CALL "./common/outbound-register"
               USING WS-OUT-MODE WS-OUT-FEED WS-OUT-FILE-NAME
               WS-OUT-RECORD-LENGTH WS-OUT-LINE WS-OUT-AMOUNT.

       END PROGRAM notice-generation-run.
