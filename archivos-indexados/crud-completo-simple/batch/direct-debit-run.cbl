       FD  DIRECT-DEBIT-FILE.
       01  DIRECT-DEBIT-RECORD.
           05  DD-TIPO PIC X.
               88  DD-ES-CABECERA VALUE 'H'.
               88  DD-ES-DETALLE VALUE 'D'.
               88  DD-ES-TRAILER VALUE 'T'.
           05  DD-DATOS PIC X(46).
           05  DD-CABECERA REDEFINES DD-DATOS.
               10  DD-HEADER-SENDER PIC X(8).
               10  DD-HEADER-DATE PIC 9(8).
               10  DD-HEADER-SEQUENCE PIC 9(6).
               10  FILLER PIC X(24).
           05  DD-DETALLE REDEFINES DD-DATOS.
               10  DD-ACCOUNT PIC 9(8).
               10  DD-AMOUNT PIC 9(8)V99.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  INBOUND-CONTROL.
           05  IFC-MODE PIC X.
               88  IFC-VALIDATE VALUE 'V'.
               88  IFC-FINISH VALUE 'F'.
           05  IFC-FEED PIC X(12).
           05  IFC-FIRST-TYPE PIC X.
           05  IFC-LAST-TYPE PIC X.
           05  IFC-HEADERS-SEEN PIC 9(4).
           05  IFC-TRAILERS-SEEN PIC 9(4).
           05  IFC-SENDER PIC X(8).
           05  IFC-FILE-DATE PIC 9(8).
           05  IFC-SEQUENCE PIC 9(6).
           05  IFC-DECLARED-COUNT PIC 9(6).
           05  IFC-DECLARED-TOTAL PIC 9(10)V99.
           05  IFC-ACTUAL-COUNT PIC 9(6).
           05  IFC-ACTUAL-TOTAL PIC 9(12)V99.
           05  IFC-RESUMABLE PIC X.
               88  IFC-RUN-RESUMES VALUE 'Y'.
               88  IFC-RUN-FROM-START VALUE 'N'.
           05  IFC-ARRIVAL-STAMP PIC X(16).
           05  IFC-RESULT PIC X.
               88  IFC-ACCEPTED VALUE 'Y'.
               88  IFC-REJECTED VALUE 'N'.
           05  IFC-REASON PIC X(40).

       01  POSTED-COUNT PIC 9(6) VALUE ZERO.
       01  POSTED-TOTAL PIC 9(12)V99 VALUE ZERO.

       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-OUT-MODE PIC X.
       01  WS-OUT-FEED PIC X(12) VALUE "DEVDEBITOS".
       01  WS-OUT-FILE-NAME PIC X(30) VALUE "direct-debit-returns.dat".
       01  WS-OUT-RECORD-LENGTH PIC 9(4) VALUE 58.
       01  WS-OUT-LINE PIC X(120).
       01  WS-OUT-AMOUNT PIC 9(12)V99.

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           PERFORM VERIFICAR-TOTALES-DE-CONTROL.

           IF IFC-REJECTED
               DISPLAY "No se aplica nada del archivo"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM APLICAR-DEBITOS.

           SET IFC-FINISH TO TRUE.
           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

           DISPLAY "--- Resultado ---".
           DISPLAY "Débitos aplicados: " POSTED-COUNT.
           MOVE POSTED-TOTAL TO WS-TOTAL-EDIT.

       VERIFICAR-TOTALES-DE-CONTROL.
           SET F-NOT-ENDED TO TRUE.
           INITIALIZE INBOUND-CONTROL.
           SET IFC-VALIDATE TO TRUE.
           SET IFC-RUN-FROM-START TO TRUE.
           MOVE "DEBITOS" TO IFC-FEED.

           OPEN INPUT DIRECT-DEBIT-FILE.

                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM CONTAR-REGISTRO-DE-CONTROL
               END-READ
           END-PERFORM.

           CLOSE DIRECT-DEBIT-FILE.

           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

       CONTAR-REGISTRO-DE-CONTROL.
           IF IFC-FIRST-TYPE = SPACE
               MOVE DD-TIPO TO IFC-FIRST-TYPE
           END-IF.
           MOVE DD-TIPO TO IFC-LAST-TYPE.

           EVALUATE TRUE
               WHEN DD-ES-CABECERA
                   ADD 1 TO IFC-HEADERS-SEEN
                   MOVE DD-HEADER-SENDER TO IFC-SENDER
                   MOVE DD-HEADER-DATE TO IFC-FILE-DATE
                   MOVE DD-HEADER-SEQUENCE TO IFC-SEQUENCE
               WHEN DD-ES-DETALLE
                   ADD 1 TO IFC-ACTUAL-COUNT
                   ADD DD-AMOUNT TO IFC-ACTUAL-TOTAL
               WHEN DD-ES-TRAILER
                   ADD 1 TO IFC-TRAILERS-SEEN
                   MOVE DD-TRAILER-COUNT TO IFC-DECLARED-COUNT
                   MOVE DD-TRAILER-TOTAL TO IFC-DECLARED-TOTAL
           END-EVALUATE.

       APLICAR-DEBITOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT DIRECT-DEBIT-FILE.
           OPEN OUTPUT DEBIT-RETURNS-FILE.

           PERFORM ABRIR-GENERACION-DE-SALIDA.
           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED

           CLOSE ACCOUNTS-FILE.
           CLOSE DEBIT-RETURNS-FILE.

           PERFORM CERRAR-GENERACION-DE-SALIDA.
           CLOSE DIRECT-DEBIT-FILE.

       APLICAR-UN-DEBITO.
           MOVE DD-REFERENCE TO DR-REFERENCE.

           WRITE DEBIT-RETURN-RECORD.
           MOVE DEBIT-RETURN-RECORD TO WS-OUT-LINE.
           MOVE DR-AMOUNT TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

           DISPLAY
           "Devuelto: cuenta " DD-ACCOUNT
           " ref " DD-REFERENCE
           " motivo " DR-REASON.

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

       END PROGRAM direct-debit-run.
