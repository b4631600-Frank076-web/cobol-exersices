       FILE SECTION.
       FD  RATE-FEED-FILE.
       01  RATE-FEED-RECORD.
           05  RF-TIPO PIC X.
               88  RF-ES-CABECERA VALUE 'H'.
               88  RF-ES-DETALLE VALUE 'D'.
               88  RF-ES-TRAILER VALUE 'T'.
           05  RF-DATOS PIC X(22).
           05  RF-CABECERA REDEFINES RF-DATOS.
               10  RF-HEADER-SENDER PIC X(8).
               10  RF-HEADER-DATE PIC 9(8).
               10  RF-HEADER-SEQUENCE PIC 9(6).
           05  RF-DETALLE REDEFINES RF-DATOS.
               10  RF-PAIR PIC X(6).
               10  RF-DATE PIC 9(8).
               10  RF-VALUE PIC 9(6)V99.
           05  RF-TRAILER REDEFINES RF-DATOS.
               10  RF-TRAILER-COUNT PIC 9(6).
               10  RF-TRAILER-TOTAL PIC 9(10)V99.
               10  FILLER PIC X(4).

       FD  RATE-TOLERANCE-FILE.
       01  RATE-TOLERANCE-RECORD.
       01  PREVIOUS-VALUE PIC 9(6)V99.
       01  VARIATION-PERCENT PIC 9(4)V99.

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

       01  LOADED-COUNT PIC 9(6) VALUE ZERO.
       01  PARKED-COUNT PIC 9(6) VALUE ZERO.

           DISPLAY "Tolerancia de variación: " TOLERANCE-PERCENT
               "%".

           PERFORM VERIFICAR-TOTALES-DE-CONTROL.

           IF IFC-REJECTED
               DISPLAY "No se carga ninguna cotización del archivo"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT RATE-FEED-FILE.

           OPEN EXTEND RATE-IMPORT-LOG-FILE.
           IF F-IMPORT-LOG-STATUS = "35"
               OPEN OUTPUT RATE-IMPORT-LOG-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF RF-ES-DETALLE
                           PERFORM IMPORTAR-UNA-COTIZACION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RATE-IMPORT-LOG-FILE.
           CLOSE RATE-FEED-FILE.

           SET IFC-FINISH TO TRUE.
           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

           DISPLAY "--- Resultado ---".
           DISPLAY "Cotizaciones cargadas: " LOADED-COUNT.
           DISPLAY "Fuera de tolerancia (a confirmar): "

           GOBACK.

       VERIFICAR-TOTALES-DE-CONTROL.
           SET F-NOT-ENDED TO TRUE.
           INITIALIZE INBOUND-CONTROL.
           SET IFC-VALIDATE TO TRUE.
           SET IFC-RUN-FROM-START TO TRUE.
           MOVE "COTIZACIONES" TO IFC-FEED.

           OPEN INPUT RATE-FEED-FILE.

           IF F-FEED-STATUS NOT = "00"
               DISPLAY "No hay archivo del proveedor ("
                   F-FEED-STATUS ")"
               CLOSE RATE-FEED-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL F-ENDED
               READ RATE-FEED-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM CONTAR-REGISTRO-DE-CONTROL
               END-READ
           END-PERFORM.

           CLOSE RATE-FEED-FILE.

           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

       CONTAR-REGISTRO-DE-CONTROL.
           IF IFC-FIRST-TYPE = SPACE
               MOVE RF-TIPO TO IFC-FIRST-TYPE
           END-IF.
           MOVE RF-TIPO TO IFC-LAST-TYPE.

           EVALUATE TRUE
               WHEN RF-ES-CABECERA
                   ADD 1 TO IFC-HEADERS-SEEN
                   MOVE RF-HEADER-SENDER TO IFC-SENDER
                   MOVE RF-HEADER-DATE TO IFC-FILE-DATE
                   MOVE RF-HEADER-SEQUENCE TO IFC-SEQUENCE
               WHEN RF-ES-DETALLE
                   ADD 1 TO IFC-ACTUAL-COUNT
                   ADD RF-VALUE TO IFC-ACTUAL-TOTAL
               WHEN RF-ES-TRAILER
                   ADD 1 TO IFC-TRAILERS-SEEN
                   MOVE RF-TRAILER-COUNT TO IFC-DECLARED-COUNT
                   MOVE RF-TRAILER-TOTAL TO IFC-DECLARED-TOTAL
           END-EVALUATE.

       LEER-TOLERANCIA.
           OPEN INPUT RATE-TOLERANCE-FILE.

