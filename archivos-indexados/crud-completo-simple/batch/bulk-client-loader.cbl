
       01  CHECKPOINT-DNI PIC 9(8) VALUE ZERO.

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

       01  SKIP-FLAG PIC X VALUE 'N'.
           88  SKIPPING-RECORDS VALUE 'Y'.
           88  NOT-SKIPPING VALUE 'N'.

           PERFORM LEER-CHECKPOINT.

           PERFORM VERIFICAR-TOTALES-DE-CONTROL.

           IF IFC-REJECTED
               DISPLAY "No se carga ningún cliente del archivo"
               MOVE ZERO TO WS-JOB-RECORDS
               MOVE "FAIL" TO WS-JOB-OUTCOME
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CLIENT-LOAD-FILE.
           OPEN I-O CLIENTS-FILE.

                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF LOAD-IS-DETAIL
                           IF SKIPPING-RECORDS
                               PERFORM VERIFICAR-FIN-DEL-SALTO
                           ELSE
                               PERFORM LOAD-ONE-CLIENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENT-LOAD-FILE.
           CLOSE CLIENTS-FILE.

           SET IFC-FINISH TO TRUE.
           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

           IF CHECKPOINT-DNI > ZERO
               DISPLAY "Registros saltados (ya cargados): "
                   SKIPPED-COUNT
               "Reanudando carga luego del DNI " CHECKPOINT-DNI
           END-IF.

       VERIFICAR-TOTALES-DE-CONTROL.
           SET F-NOT-ENDED TO TRUE.
           INITIALIZE INBOUND-CONTROL.
           SET IFC-VALIDATE TO TRUE.
           MOVE "CLIENTES" TO IFC-FEED.

           IF SKIPPING-RECORDS
               SET IFC-RUN-RESUMES TO TRUE
           ELSE
               SET IFC-RUN-FROM-START TO TRUE
           END-IF.

           OPEN INPUT CLIENT-LOAD-FILE.

           IF F-LOAD-STATUS NOT = "00"
               DISPLAY "No hay archivo de clientes a cargar ("
                   F-LOAD-STATUS ")"
               CLOSE CLIENT-LOAD-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CLIENT-LOAD-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM CONTAR-REGISTRO-DE-CONTROL
               END-READ
           END-PERFORM.

           CLOSE CLIENT-LOAD-FILE.

           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

       CONTAR-REGISTRO-DE-CONTROL.
           IF IFC-FIRST-TYPE = SPACE
               MOVE LOAD-RECORD-TYPE TO IFC-FIRST-TYPE
           END-IF.
           MOVE LOAD-RECORD-TYPE TO IFC-LAST-TYPE.

           EVALUATE TRUE
               WHEN LOAD-IS-HEADER
                   ADD 1 TO IFC-HEADERS-SEEN
                   MOVE LOAD-HEADER-SENDER TO IFC-SENDER
                   MOVE LOAD-HEADER-DATE TO IFC-FILE-DATE
                   MOVE LOAD-HEADER-SEQUENCE TO IFC-SEQUENCE
               WHEN LOAD-IS-DETAIL
                   ADD 1 TO IFC-ACTUAL-COUNT
                   ADD LOAD-CLIENT-DNI TO IFC-ACTUAL-TOTAL
                   IF IFC-ACTUAL-TOTAL >= 10000000000
                       SUBTRACT 10000000000 FROM IFC-ACTUAL-TOTAL
                   END-IF
               WHEN LOAD-IS-TRAILER
                   ADD 1 TO IFC-TRAILERS-SEEN
                   MOVE LOAD-TRAILER-COUNT TO IFC-DECLARED-COUNT
                   MOVE LOAD-TRAILER-DNI-HASH TO IFC-DECLARED-TOTAL
           END-EVALUATE.

       VERIFICAR-FIN-DEL-SALTO.
           ADD 1 TO SKIPPED-COUNT.

