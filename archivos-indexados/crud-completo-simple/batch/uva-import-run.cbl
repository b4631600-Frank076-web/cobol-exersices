       IDENTIFICATION DIVISION.
       PROGRAM-ID. uva-import-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT UVA-FEED-FILE
       ASSIGN TO "uva-feed.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-FEED-STATUS.

       SELECT UVA-IMPORT-LOG-FILE
       ASSIGN TO "uva-import.log"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-IMPORT-LOG-STATUS.

       COPY "../copylib/physic-uva-index.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  UVA-FEED-FILE.
       01  UVA-FEED-RECORD.
           05  UF-DATE PIC 9(8).
           05  UF-VALUE PIC 9(6)V99.

       FD  UVA-IMPORT-LOG-FILE.
       01  UVA-IMPORT-LOG-RECORD.
           05  UIL-DATE PIC 9(8).
           05  UIL-OLD-VALUE PIC 9(6)V99.
           05  UIL-NEW-VALUE PIC 9(6)V99.
           05  UIL-RESULT PIC X(10).

       COPY "../copylib/logic-uva-index.cpy".

       WORKING-STORAGE SECTION.
       01  F-FEED-STATUS PIC XX.
       01  F-IMPORT-LOG-STATUS PIC XX.
       01  F-UVA-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  UVA-EOF-FLAG PIC X.
           88  U-ENDED VALUE 'Y'.
           88  U-NOT-ENDED VALUE 'N'.

       01  TOLERANCE-PERCENT PIC 9(2)V99 VALUE 2.00.
       01  PREVIOUS-VALUE PIC 9(6)V99.
       01  VARIATION-PERCENT PIC 9(4)V99.

       01  LOADED-COUNT PIC 9(6) VALUE ZERO.
       01  REJECTED-COUNT PIC 9(6) VALUE ZERO.

       01  WS-JOB-NAME PIC X(30) VALUE "uva-import-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Importación del índice UVA ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           DISPLAY "Tolerancia de variación diaria: "
               TOLERANCE-PERCENT "%".

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT UVA-FEED-FILE.

           IF F-FEED-STATUS NOT = "00"
               DISPLAY "No hay archivo del índice UVA ("
                   F-FEED-STATUS ")"
               CLOSE UVA-FEED-FILE
               GOBACK
           END-IF.

           OPEN EXTEND UVA-IMPORT-LOG-FILE.
           IF F-IMPORT-LOG-STATUS = "35"
               OPEN OUTPUT UVA-IMPORT-LOG-FILE
           END-IF.

           OPEN I-O UVA-INDEX-FILE.

           PERFORM UNTIL F-ENDED
               READ UVA-FEED-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM IMPORTAR-UN-VALOR
               END-READ
           END-PERFORM.

           CLOSE UVA-INDEX-FILE.
           CLOSE UVA-IMPORT-LOG-FILE.
           CLOSE UVA-FEED-FILE.

           DISPLAY "--- Resultado ---".
           DISPLAY "Valores cargados: " LOADED-COUNT.
           DISPLAY "Fuera de tolerancia (rechazados): "
               REJECTED-COUNT.
           DISPLAY "Detalle en uva-import.log".

           IF REJECTED-COUNT > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE LOADED-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       IMPORTAR-UN-VALOR.
           IF UF-VALUE = ZERO
               MOVE ZERO TO PREVIOUS-VALUE
               MOVE "RECHAZADA" TO UIL-RESULT
               ADD 1 TO REJECTED-COUNT
               PERFORM GRABAR-LOG-IMPORTACION
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-VALOR-PREVIO.

           IF PREVIOUS-VALUE = ZERO
               PERFORM CARGAR-VALOR
               PERFORM GRABAR-LOG-IMPORTACION
               EXIT PARAGRAPH
           END-IF.

           COMPUTE VARIATION-PERCENT ROUNDED =
               (FUNCTION ABS(UF-VALUE - PREVIOUS-VALUE)
               / PREVIOUS-VALUE) * 100.

           IF VARIATION-PERCENT > TOLERANCE-PERCENT
               MOVE "RECHAZADA" TO UIL-RESULT
               ADD 1 TO REJECTED-COUNT
               DISPLAY
               "Fuera de tolerancia: UVA del " UF-DATE
               " (previo " PREVIOUS-VALUE ", nuevo " UF-VALUE
               "), no se carga"
           ELSE
               PERFORM CARGAR-VALOR
           END-IF.

           PERFORM GRABAR-LOG-IMPORTACION.

       BUSCAR-VALOR-PREVIO.
           MOVE ZERO TO PREVIOUS-VALUE.
           SET U-NOT-ENDED TO TRUE.

           MOVE ZERO TO UVA-DATE.

           START UVA-INDEX-FILE
               KEY IS GREATER THAN OR EQUAL TO UVA-DATE
               INVALID KEY
                   SET U-ENDED TO TRUE
           END-START.

           PERFORM UNTIL U-ENDED
               READ UVA-INDEX-FILE NEXT RECORD
                   AT END
                       SET U-ENDED TO TRUE
                   NOT AT END
                       IF UVA-DATE >= UF-DATE
                           SET U-ENDED TO TRUE
                       ELSE
                           MOVE UVA-VALUE TO PREVIOUS-VALUE
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-VALOR.
           MOVE UF-DATE TO UVA-DATE.
           MOVE UF-VALUE TO UVA-VALUE.
           MOVE "CARGADA" TO UIL-RESULT.

           WRITE UVA-INDEX-RECORD
               INVALID KEY
                   REWRITE UVA-INDEX-RECORD
                       INVALID KEY
                           MOVE "ERROR" TO UIL-RESULT
                           DISPLAY
                           "No fue posible cargar la UVA del "
                           UF-DATE
                   END-REWRITE
           END-WRITE.

           IF UIL-RESULT = "CARGADA"
               ADD 1 TO LOADED-COUNT
           END-IF.

       GRABAR-LOG-IMPORTACION.
           MOVE UF-DATE TO UIL-DATE.
           MOVE PREVIOUS-VALUE TO UIL-OLD-VALUE.
           MOVE UF-VALUE TO UIL-NEW-VALUE.

           WRITE UVA-IMPORT-LOG-RECORD.

       END PROGRAM uva-import-run.
