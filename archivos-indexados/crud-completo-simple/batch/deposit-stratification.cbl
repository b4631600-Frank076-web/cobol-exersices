       01  WS-SPOOL-REPORT PIC X(20) VALUE "ESTRATIF-DEPOSITOS".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-OUT-MODE PIC X.
       01  WS-OUT-FEED PIC X(12) VALUE "ESTRATIF".
       01  WS-OUT-FILE-NAME PIC X(30)
           VALUE "deposit-stratification.dat".
       01  WS-OUT-RECORD-LENGTH PIC 9(4) VALUE 33.
       01  WS-OUT-LINE PIC X(120).
       01  WS-OUT-AMOUNT PIC 9(12)V99.

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.
       GENERAR-ARCHIVO-REGULADOR.
           OPEN OUTPUT STRATIFICATION-FILE.

           PERFORM ABRIR-GENERACION-DE-SALIDA.

           SET ST-ES-CABECERA TO TRUE.
           MOVE SPACES TO ST-DATOS.
           MOVE WS-BUSINESS-DATE TO ST-FECHA.
           WRITE STRATIFICATION-RECORD.
           MOVE STRATIFICATION-RECORD TO WS-OUT-LINE.
           MOVE ZERO TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

           PERFORM VARYING STRAT-I FROM 1 BY 1
               UNTIL STRAT-I > STRAT-COUNT
               MOVE SE-COUNT(STRAT-I) TO ST-CANTIDAD
               MOVE SE-TOTAL(STRAT-I) TO ST-IMPORTE
               WRITE STRATIFICATION-RECORD
               MOVE STRATIFICATION-RECORD TO WS-OUT-LINE
               MOVE ST-IMPORTE TO WS-OUT-AMOUNT
               PERFORM ARCHIVAR-REGISTRO-ENVIADO
               ADD 1 TO ROWS-WRITTEN
               ADD SE-TOTAL(STRAT-I) TO GRAND-TOTAL
           END-PERFORM.
           MOVE ROWS-WRITTEN TO ST-TOTAL-FILAS.
           MOVE GRAND-TOTAL TO ST-TOTAL-IMPORTE.
           WRITE STRATIFICATION-RECORD.
           MOVE STRATIFICATION-RECORD TO WS-OUT-LINE.
           MOVE ZERO TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

           CLOSE STRATIFICATION-FILE.

           PERFORM CERRAR-GENERACION-DE-SALIDA.

           DISPLAY
           "Archivo generado: deposit-stratification.dat".

               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

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

       END PROGRAM deposit-stratification.
