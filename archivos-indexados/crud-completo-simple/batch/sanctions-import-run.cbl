       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanctions-import-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SANCTIONS-FEED-FILE
       ASSIGN TO "sanctions-feed.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-FEED-STATUS.

       COPY "../copylib/physic-sanctions-list.cpy".
       COPY "../copylib/physic-sanctions-sources.cpy".
       COPY "../copylib/physic-watchlist.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIONS-FEED-FILE.
       01  SANCTIONS-FEED-RECORD.
           05  SF-TIPO PIC X.
               88  SF-ES-CABECERA VALUE 'H'.
               88  SF-ES-DETALLE VALUE 'D'.
               88  SF-ES-TRAILER VALUE 'T'.
           05  SF-DATOS PIC X(100).
           05  SF-CABECERA REDEFINES SF-DATOS.
               10  SF-SOURCE PIC X(10).
               10  SF-VERSION PIC X(10).
               10  SF-PUBLISHED-DATE PIC 9(8).
               10  FILLER PIC X(72).
           05  SF-DETALLE REDEFINES SF-DATOS.
               10  SF-ACTION PIC X.
                   88  SF-IS-ADD VALUE 'A'.
                   88  SF-IS-REMOVAL VALUE 'R'.
               10  SF-ENTRY-ID PIC X(12).
               10  SF-DNI PIC 9(8).
               10  SF-NAME PIC X(30).
               10  SF-PROGRAM PIC X(30).
               10  FILLER PIC X(19).
           05  SF-TRAILER REDEFINES SF-DATOS.
               10  SF-TRAILER-COUNT PIC 9(8).
               10  FILLER PIC X(92).

       COPY "../copylib/logic-sanctions-list.cpy".
       COPY "../copylib/logic-sanctions-sources.cpy".
       COPY "../copylib/logic-watchlist.cpy".

       WORKING-STORAGE SECTION.
       01  F-FEED-STATUS PIC XX.
       01  F-SANCTIONS-STATUS PIC XX.
       01  F-SOURCES-STATUS PIC XX.
       01  F-WATCHLIST-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  DNI-EOF-FLAG PIC X.
           88  D-ENDED VALUE 'Y'.
           88  D-NOT-ENDED VALUE 'N'.

       01  FEED-CHECK-FLAG PIC X.
           88  FEED-OK VALUE 'Y'.
           88  FEED-REJECTED VALUE 'N'.
       01  FEED-REJECT-REASON PIC X(40).

       01  OTHER-LIST-FLAG PIC X.
           88  LISTED-ELSEWHERE VALUE 'Y'.
           88  NOT-LISTED-ELSEWHERE VALUE 'N'.

       01  FEED-SOURCE PIC X(10).
       01  FEED-VERSION PIC X(10).
       01  FEED-PUBLISHED-DATE PIC 9(8).
       01  FEED-DETAILS PIC 9(8) VALUE ZERO.
       01  FEED-TRAILER-COUNT PIC 9(8) VALUE ZERO.
       01  FEED-RECORDS-READ PIC 9(8) VALUE ZERO.

       01  ADDS-APPLIED PIC 9(6) VALUE ZERO.
       01  UPDATES-APPLIED PIC 9(6) VALUE ZERO.
       01  REMOVALS-APPLIED PIC 9(6) VALUE ZERO.
       01  REMOVALS-UNKNOWN PIC 9(6) VALUE ZERO.
       01  WATCHLIST-ADDED PIC 9(6) VALUE ZERO.
       01  WATCHLIST-REMOVED PIC 9(6) VALUE ZERO.
       01  WATCHLIST-KEPT PIC 9(6) VALUE ZERO.
       01  REMOVED-DNI PIC 9(8).

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "IMPORTACION-SANCION".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "sanctions-import-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "SANCTIONS-IMPORT".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Importación de listas de sanciones ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM VALIDAR-ARCHIVO.

           IF FEED-REJECTED
               DISPLAY "Archivo rechazado: " FEED-REJECT-REASON
               MOVE "FAIL" TO WS-JOB-OUTCOME
               MOVE ZERO TO WS-JOB-RECORDS
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               GOBACK
           END-IF.

           DISPLAY "Lista " FEED-SOURCE " versión " FEED-VERSION
               " publicada " FEED-PUBLISHED-DATE
               " (" FEED-DETAILS " novedades)".

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT SANCTIONS-FEED-FILE.
           OPEN I-O SANCTIONS-LIST-FILE.
           OPEN I-O WATCHLIST-FILE.

           PERFORM UNTIL F-ENDED
               READ SANCTIONS-FEED-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF SF-ES-DETALLE
                           PERFORM APLICAR-NOVEDAD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WATCHLIST-FILE.
           CLOSE SANCTIONS-LIST-FILE.
           CLOSE SANCTIONS-FEED-FILE.

           PERFORM REGISTRAR-VERSION.

           PERFORM EMITIR-RESUMEN.

           MOVE FEED-SOURCE TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Version " DELIMITED BY SIZE
               FEED-VERSION DELIMITED BY SIZE
               " altas " DELIMITED BY SIZE
               ADDS-APPLIED DELIMITED BY SIZE
               " bajas " DELIMITED BY SIZE
               REMOVALS-APPLIED DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

           IF REMOVALS-UNKNOWN > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE FEED-DETAILS TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           CALL "./batch/sanctions-rescreen-run".

           GOBACK.

       VALIDAR-ARCHIVO.
           SET FEED-OK TO TRUE.
           SET F-NOT-ENDED TO TRUE.
           MOVE SPACES TO FEED-SOURCE.

           OPEN INPUT SANCTIONS-FEED-FILE.

           IF F-FEED-STATUS NOT = "00"
               SET FEED-REJECTED TO TRUE
               MOVE "NO HAY ARCHIVO DE NOVEDADES" TO FEED-REJECT-REASON
               CLOSE SANCTIONS-FEED-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED OR FEED-REJECTED
               READ SANCTIONS-FEED-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       ADD 1 TO FEED-RECORDS-READ
                       PERFORM VALIDAR-REGISTRO
               END-READ
           END-PERFORM.

           CLOSE SANCTIONS-FEED-FILE.

           IF FEED-REJECTED
               EXIT PARAGRAPH
           END-IF.

           IF FEED-SOURCE = SPACES
               SET FEED-REJECTED TO TRUE
               MOVE "FALTA LA CABECERA" TO FEED-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           IF FEED-TRAILER-COUNT NOT = FEED-DETAILS
               SET FEED-REJECTED TO TRUE
               MOVE "EL TRAILER NO CUADRA CON EL DETALLE"
                   TO FEED-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-VERSION.

       VALIDAR-REGISTRO.
           EVALUATE TRUE
               WHEN SF-ES-CABECERA
                   IF FEED-RECORDS-READ NOT = 1
                       OR SF-SOURCE = SPACES OR SF-VERSION = SPACES
                       SET FEED-REJECTED TO TRUE
                       MOVE "CABECERA INVALIDA" TO FEED-REJECT-REASON
                   ELSE
                       MOVE SF-SOURCE TO FEED-SOURCE
                       MOVE SF-VERSION TO FEED-VERSION
                       MOVE SF-PUBLISHED-DATE TO FEED-PUBLISHED-DATE
                   END-IF
               WHEN SF-ES-DETALLE
                   IF FEED-SOURCE = SPACES
                       SET FEED-REJECTED TO TRUE
                       MOVE "FALTA LA CABECERA" TO FEED-REJECT-REASON
                   END-IF
                   IF NOT SF-IS-ADD AND NOT SF-IS-REMOVAL
                       OR SF-ENTRY-ID = SPACES
                       SET FEED-REJECTED TO TRUE
                       MOVE "NOVEDAD INVALIDA" TO FEED-REJECT-REASON
                   END-IF
                   IF SF-IS-ADD AND SF-NAME = SPACES
                       SET FEED-REJECTED TO TRUE
                       MOVE "ALTA SIN NOMBRE" TO FEED-REJECT-REASON
                   END-IF
                   ADD 1 TO FEED-DETAILS
               WHEN SF-ES-TRAILER
                   MOVE SF-TRAILER-COUNT TO FEED-TRAILER-COUNT
               WHEN OTHER
                   SET FEED-REJECTED TO TRUE
                   MOVE "TIPO DE REGISTRO DESCONOCIDO"
                       TO FEED-REJECT-REASON
           END-EVALUATE.

       VERIFICAR-VERSION.
           OPEN INPUT SANCTIONS-SOURCES-FILE.

           IF F-SOURCES-STATUS = "00"
               MOVE FEED-SOURCE TO SSRC-SOURCE
               READ SANCTIONS-SOURCES-FILE
                   KEY IS SSRC-SOURCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SSRC-VERSION = FEED-VERSION
                           SET FEED-REJECTED TO TRUE
                           MOVE "ESA VERSION YA FUE CARGADA"
                               TO FEED-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

           CLOSE SANCTIONS-SOURCES-FILE.

       APLICAR-NOVEDAD.
           MOVE FEED-SOURCE TO SANC-SOURCE.
           MOVE SF-ENTRY-ID TO SANC-ENTRY-ID.

           IF SF-IS-ADD
               PERFORM APLICAR-ALTA
           ELSE
               PERFORM APLICAR-BAJA
           END-IF.

       APLICAR-ALTA.
           READ SANCTIONS-LIST-FILE
               KEY IS SANC-KEY
               INVALID KEY
                   MOVE FEED-SOURCE TO SANC-SOURCE
                   MOVE SF-ENTRY-ID TO SANC-ENTRY-ID
                   PERFORM ARMAR-ENTRADA
                   WRITE SANCTIONS-RECORD
                       INVALID KEY
                           DISPLAY "No fue posible cargar la entrada "
                               SF-ENTRY-ID
                       NOT INVALID KEY
                           ADD 1 TO ADDS-APPLIED
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ARMAR-ENTRADA
                   REWRITE SANCTIONS-RECORD
                       INVALID KEY
                           DISPLAY
                           "No fue posible actualizar la entrada "
                           SF-ENTRY-ID
                       NOT INVALID KEY
                           ADD 1 TO UPDATES-APPLIED
                   END-REWRITE
           END-READ.

           IF SF-DNI NOT = ZERO
               PERFORM AGREGAR-A-VIGILANCIA
           END-IF.

       ARMAR-ENTRADA.
           MOVE SF-DNI TO SANC-DNI.
           MOVE SF-NAME TO SANC-NAME.
           MOVE SF-PROGRAM TO SANC-PROGRAM.
           MOVE FEED-VERSION TO SANC-VERSION.
           SET SANC-ACTIVE TO TRUE.
           MOVE WS-BUSINESS-DATE TO SANC-LOADED-DATE.
           MOVE ZERO TO SANC-REMOVED-DATE.

       AGREGAR-A-VIGILANCIA.
           MOVE SF-DNI TO WL-DNI.

           READ WATCHLIST-FILE
               KEY IS WL-DNI
               INVALID KEY
                   MOVE SF-DNI TO WL-DNI
                   MOVE SF-PROGRAM TO WL-REASON
                   MOVE WS-JOB-NAME TO WL-ADDED-BY
                   MOVE WS-BUSINESS-DATE TO WL-DATE
                   MOVE SF-NAME TO WL-NAME
                   MOVE FEED-SOURCE TO WL-LIST-SOURCE
                   MOVE FEED-VERSION TO WL-LIST-VERSION
                   MOVE SF-ENTRY-ID TO WL-ENTRY-ID
                   WRITE WATCHLIST-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WATCHLIST-ADDED
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WATCHLIST-KEPT
           END-READ.

       APLICAR-BAJA.
           READ SANCTIONS-LIST-FILE
               KEY IS SANC-KEY
               INVALID KEY
                   ADD 1 TO REMOVALS-UNKNOWN
                   DISPLAY "Baja de una entrada inexistente: "
                       SF-ENTRY-ID
                   EXIT PARAGRAPH
           END-READ.

           IF SANC-REMOVED
               EXIT PARAGRAPH
           END-IF.

           SET SANC-REMOVED TO TRUE.
           MOVE FEED-VERSION TO SANC-VERSION.
           MOVE WS-BUSINESS-DATE TO SANC-REMOVED-DATE.
           MOVE SANC-DNI TO REMOVED-DNI.

           REWRITE SANCTIONS-RECORD
               INVALID KEY
                   DISPLAY "No fue posible dar de baja la entrada "
                       SF-ENTRY-ID
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO REMOVALS-APPLIED.

           IF REMOVED-DNI NOT = ZERO
               PERFORM QUITAR-DE-VIGILANCIA
           END-IF.

       QUITAR-DE-VIGILANCIA.
           MOVE REMOVED-DNI TO WL-DNI.

           READ WATCHLIST-FILE
               KEY IS WL-DNI
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF WL-LIST-SOURCE NOT = FEED-SOURCE
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-OTRA-ENTRADA-ACTIVA.

           IF LISTED-ELSEWHERE
               EXIT PARAGRAPH
           END-IF.

           DELETE WATCHLIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WATCHLIST-REMOVED
           END-DELETE.

       BUSCAR-OTRA-ENTRADA-ACTIVA.
           SET NOT-LISTED-ELSEWHERE TO TRUE.
           SET D-NOT-ENDED TO TRUE.

           MOVE REMOVED-DNI TO SANC-DNI.

           START SANCTIONS-LIST-FILE
               KEY IS EQUAL TO SANC-DNI
               INVALID KEY
                   SET D-ENDED TO TRUE
           END-START.

           PERFORM UNTIL D-ENDED OR LISTED-ELSEWHERE
               READ SANCTIONS-LIST-FILE NEXT RECORD
                   AT END
                       SET D-ENDED TO TRUE
                   NOT AT END
                       IF SANC-DNI NOT = REMOVED-DNI
                           SET D-ENDED TO TRUE
                       ELSE
                           IF SANC-ACTIVE
                               SET LISTED-ELSEWHERE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGISTRAR-VERSION.
           OPEN I-O SANCTIONS-SOURCES-FILE.

           IF F-SOURCES-STATUS NOT = "00"
               AND F-SOURCES-STATUS NOT = "05"
               DISPLAY "ATENCIÓN: no se pudo registrar la versión "
                   FEED-VERSION " de " FEED-SOURCE " ("
                   F-SOURCES-STATUS ")"
               MOVE "WARN" TO WS-JOB-OUTCOME
               CLOSE SANCTIONS-SOURCES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FEED-SOURCE TO SSRC-SOURCE.

           READ SANCTIONS-SOURCES-FILE
               KEY IS SSRC-SOURCE
               INVALID KEY
                   MOVE FEED-SOURCE TO SSRC-SOURCE
                   PERFORM ARMAR-VERSION
                   MOVE ZERO TO SSRC-RESCREENED-DATE
                   WRITE SANCTIONS-SOURCE-RECORD
                       INVALID KEY
                           DISPLAY "ATENCIÓN: no se pudo registrar "
                               "la versión " FEED-VERSION " de "
                               FEED-SOURCE
                           MOVE "WARN" TO WS-JOB-OUTCOME
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ARMAR-VERSION
                   REWRITE SANCTIONS-SOURCE-RECORD
                       INVALID KEY
                           DISPLAY "ATENCIÓN: no se pudo registrar "
                               "la versión " FEED-VERSION " de "
                               FEED-SOURCE
                           MOVE "WARN" TO WS-JOB-OUTCOME
                   END-REWRITE
           END-READ.

           CLOSE SANCTIONS-SOURCES-FILE.

       ARMAR-VERSION.
           MOVE FEED-VERSION TO SSRC-VERSION.
           MOVE FEED-PUBLISHED-DATE TO SSRC-PUBLISHED-DATE.
           MOVE WS-BUSINESS-DATE TO SSRC-LOADED-DATE.
           COMPUTE SSRC-ADDS = ADDS-APPLIED + UPDATES-APPLIED.
           MOVE REMOVALS-APPLIED TO SSRC-REMOVALS.

       EMITIR-RESUMEN.
           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Lista " DELIMITED BY SIZE
               FEED-SOURCE DELIMITED BY SIZE
               " version " DELIMITED BY SIZE
               FEED-VERSION DELIMITED BY SIZE
               " publicada " DELIMITED BY SIZE
               FEED-PUBLISHED-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Altas: " DELIMITED BY SIZE
               ADDS-APPLIED DELIMITED BY SIZE
               " actualizadas: " DELIMITED BY SIZE
               UPDATES-APPLIED DELIMITED BY SIZE
               " bajas: " DELIMITED BY SIZE
               REMOVALS-APPLIED DELIMITED BY SIZE
               " bajas inexistentes: " DELIMITED BY SIZE
               REMOVALS-UNKNOWN DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Lista de vigilancia: agregados " DELIMITED BY SIZE
               WATCHLIST-ADDED DELIMITED BY SIZE
               " quitados " DELIMITED BY SIZE
               WATCHLIST-REMOVED DELIMITED BY SIZE
               " ya vigilados " DELIMITED BY SIZE
               WATCHLIST-KEPT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM sanctions-import-run.
