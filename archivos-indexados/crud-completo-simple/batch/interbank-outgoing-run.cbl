       01  WS-DAY-STATE PIC X.
       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-OUT-MODE PIC X.
       01  WS-OUT-FEED PIC X(12) VALUE "INTERBANCO".
       01  WS-OUT-FILE-NAME PIC X(30) VALUE "interbank-outgoing.dat".
       01  WS-OUT-RECORD-LENGTH PIC 9(4) VALUE 57.
       01  WS-OUT-LINE PIC X(120).
       01  WS-OUT-AMOUNT PIC 9(12)V99.

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           OPEN OUTPUT OUTGOING-FILE.

           PERFORM ABRIR-GENERACION-DE-SALIDA.

           PERFORM UNTIL F-ENDED
               READ INTERBANK-FILE NEXT RECORD
                   AT END
           MOVE SENT-COUNT TO OG-TRAILER-COUNT.
           MOVE SENT-TOTAL TO OG-TRAILER-TOTAL.
           WRITE OUTGOING-RECORD.
           MOVE OUTGOING-RECORD TO WS-OUT-LINE.
           MOVE ZERO TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

           CLOSE OUTGOING-FILE.

           PERFORM CERRAR-GENERACION-DE-SALIDA.
           CLOSE INTERBANK-FILE.

           DISPLAY "Transferencias enviadas: " SENT-COUNT.
           MOVE IBT-DATE TO OG-DATE.

           WRITE OUTGOING-RECORD.
           MOVE OUTGOING-RECORD TO WS-OUT-LINE.
           MOVE OG-AMOUNT TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

           SET IBT-SENT TO TRUE.

           ADD 1 TO SENT-COUNT.
           ADD IBT-AMOUNT TO SENT-TOTAL.

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

       END PROGRAM interbank-outgoing-run.
