       IDENTIFICATION DIVISION.
       PROGRAM-ID. activity-summary-rebuild.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ACTIVITY-SUMMARY-FILE
       ASSIGN TO WS-SUMMARY-FILE-NAME
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ASUM-ACCOUNT-KEY
       FILE STATUS IS F-ACTIVITY-SUMMARY-STATUS.
       COPY "../copylib/physic-transactions.cpy".
       COPY "../copylib/physic-ledger-archive.cpy".

       SELECT OPTIONAL ACTIVITY-SNAPSHOT-FILE
       ASSIGN TO "activity-summary-snapshot.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-SNAPSHOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-activity-summary.cpy".
       COPY "../copylib/logic-transactions.cpy".
       COPY "../copylib/logic-ledger-archive.cpy".

       FD  ACTIVITY-SNAPSHOT-FILE.
       01  ACTIVITY-SNAPSHOT-RECORD.
           05  ASNP-ACCOUNT-KEY PIC 9(8).
           05  FILLER PIC X(688).

       WORKING-STORAGE SECTION.
       01  F-ACTIVITY-SUMMARY-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.
       01  F-LEDGER-ARCHIVE-STATUS PIC XX.
       01  F-SNAPSHOT-STATUS PIC XX.

       01  WS-SUMMARY-FILE-NAME PIC X(40).
       01  WS-SUMMARY-TARGET PIC X.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  RUN-MODE PIC X.
           88  MODO-VERIFICAR VALUE 'V'.
           88  MODO-RECONSTRUIR VALUE 'R'.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  ACTIVITY-TYPE-CODES PIC X(8) VALUE "DWRIFOHT".
       01  ACTIVITY-TYPE-TABLE REDEFINES ACTIVITY-TYPE-CODES.
           05  ACTIVITY-TYPE-CODE PIC X OCCURS 8 TIMES.
       01  ACTIVITY-TYPE-I PIC 9.
       01  ACTIVITY-TYPE-FLAG PIC X.
           88  ACTIVITY-TYPE-FOUND VALUE 'Y'.
           88  ACTIVITY-TYPE-UNKNOWN VALUE 'N'.
       01  ACTIVITY-DEPOSIT-I PIC 9 VALUE 1.
       01  ACTIVITY-WITHDRAWAL-I PIC 9 VALUE 2.
       01  ACTIVITY-REVERSAL-I PIC 9 VALUE 3.
       01  ACTIVITY-INTEREST-I PIC 9 VALUE 4.
       01  ACTIVITY-FEE-I PIC 9 VALUE 5.
       01  ACTIVITY-OD-INTEREST-I PIC 9 VALUE 6.
       01  ACTIVITY-WITHHOLDING-I PIC 9 VALUE 7.
       01  ACTIVITY-DC-TAX-I PIC 9 VALUE 8.

       01  ROWS-SAVED PIC 9(8) VALUE ZERO.
       01  ROWS-REPLAYED PIC 9(8) VALUE ZERO.
       01  ROWS-REBUILT PIC 9(8) VALUE ZERO.
       01  ROWS-MATCHED PIC 9(8) VALUE ZERO.
       01  ROWS-DIFFERENT PIC 9(8) VALUE ZERO.
       01  ROWS-ONLY-STORED PIC 9(8) VALUE ZERO.
       01  ROWS-ONLY-REBUILT PIC 9(8) VALUE ZERO.

       01  SNAPSHOT-KEY PIC X(8).
       01  REBUILT-KEY PIC X(8).

       01  SUM-MTD-COUNT PIC 9(8).
       01  SUM-YTD-COUNT PIC 9(8).
       01  SUM-YTD-AMOUNT PIC 9(14)V99.
       01  WS-AMOUNT-EDIT PIC Z(13)9.99.
       01  WS-LABEL PIC X(13).

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "RESUMEN-ACTIVIDAD".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "activity-summary-rebuild".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Reconstrucción del resumen de actividad ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           DISPLAY
           "Modo: (V) verificar contra el mayor | "
           "(R) reconstruir desde el mayor".
           ACCEPT RUN-MODE.

           IF NOT MODO-VERIFICAR AND NOT MODO-RECONSTRUIR
               DISPLAY "Modo inválido"
               GOBACK
           END-IF.

           MOVE "activity-summary.idx" TO WS-SUMMARY-FILE-NAME.

           PERFORM RESGUARDAR-RESUMEN.

           IF F-SNAPSHOT-STATUS NOT = "00"
               DISPLAY
               "No fue posible resguardar el resumen vigente, "
               "proceso cancelado"
               MOVE "FAIL" TO WS-JOB-OUTCOME
               MOVE ZERO TO WS-JOB-RECORDS
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               GOBACK
           END-IF.

           IF MODO-VERIFICAR
               MOVE 'V' TO WS-SUMMARY-TARGET
               MOVE "activity-summary-verify.tmp"
                   TO WS-SUMMARY-FILE-NAME
           ELSE
               MOVE 'L' TO WS-SUMMARY-TARGET
           END-IF.

           OPEN OUTPUT ACTIVITY-SUMMARY-FILE.
           CLOSE ACTIVITY-SUMMARY-FILE.

           PERFORM REPROCESAR-MAYOR-ARCHIVADO.
           PERFORM REPROCESAR-MAYOR-VIGENTE.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Resumen de actividad por cuenta, fecha de proceso "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM COMPARAR-CON-RESGUARDO.

           PERFORM EMITIR-TOTALES.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF MODO-VERIFICAR
               AND (ROWS-DIFFERENT > ZERO OR ROWS-ONLY-STORED > ZERO
               OR ROWS-ONLY-REBUILT > ZERO)
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE ROWS-REPLAYED TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       RESGUARDAR-RESUMEN.
           SET F-NOT-ENDED TO TRUE.

           OPEN OUTPUT ACTIVITY-SNAPSHOT-FILE.

           IF F-SNAPSHOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACTIVITY-SUMMARY-FILE.

           IF F-ACTIVITY-SUMMARY-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ ACTIVITY-SUMMARY-FILE NEXT RECORD
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           MOVE ACTIVITY-SUMMARY-RECORD
                               TO ACTIVITY-SNAPSHOT-RECORD
                           WRITE ACTIVITY-SNAPSHOT-RECORD
                           ADD 1 TO ROWS-SAVED
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE ACTIVITY-SUMMARY-FILE.
           CLOSE ACTIVITY-SNAPSHOT-FILE.

           DISPLAY "Filas del resumen resguardadas: " ROWS-SAVED.

       REPROCESAR-MAYOR-ARCHIVADO.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT LEDGER-ARCHIVE-FILE.

           IF F-LEDGER-ARCHIVE-STATUS NOT = "00"
               CLOSE LEDGER-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ LEDGER-ARCHIVE-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       CALL "./common/activity-summary"
                           USING LA-ACCOUNT-KEY LA-DATE LA-TYPE
                           LA-AMOUNT WS-SUMMARY-TARGET
                       ADD 1 TO ROWS-REPLAYED
               END-READ
           END-PERFORM.

           CLOSE LEDGER-ARCHIVE-FILE.

       REPROCESAR-MAYOR-VIGENTE.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT TRANSACTIONS-FILE.

           IF F-TRANSACTION-STATUS NOT = "00"
               CLOSE TRANSACTIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ TRANSACTIONS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       CALL "./common/activity-summary"
                           USING TRANS-ACCOUNT-KEY TRANS-DATE
                           TRANS-TYPE TRANS-AMOUNT WS-SUMMARY-TARGET
                       ADD 1 TO ROWS-REPLAYED
               END-READ
           END-PERFORM.

           CLOSE TRANSACTIONS-FILE.

       COMPARAR-CON-RESGUARDO.
           OPEN INPUT ACTIVITY-SNAPSHOT-FILE.
           OPEN INPUT ACTIVITY-SUMMARY-FILE.

           PERFORM LEER-RESGUARDO.
           PERFORM LEER-RECALCULADO.

           PERFORM UNTIL SNAPSHOT-KEY = HIGH-VALUES
               AND REBUILT-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN SNAPSHOT-KEY = REBUILT-KEY
                       PERFORM COMPARAR-FILA
                       PERFORM LEER-RESGUARDO
                       PERFORM LEER-RECALCULADO
                   WHEN SNAPSHOT-KEY < REBUILT-KEY
                       PERFORM INFORMAR-SOLO-ALMACENADA
                       PERFORM LEER-RESGUARDO
                   WHEN OTHER
                       PERFORM INFORMAR-SOLO-RECALCULADA
                       PERFORM LEER-RECALCULADO
               END-EVALUATE
           END-PERFORM.

           CLOSE ACTIVITY-SUMMARY-FILE.
           CLOSE ACTIVITY-SNAPSHOT-FILE.

       LEER-RESGUARDO.
           IF F-SNAPSHOT-STATUS NOT = "00"
               MOVE HIGH-VALUES TO SNAPSHOT-KEY
               EXIT PARAGRAPH
           END-IF.

           READ ACTIVITY-SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO SNAPSHOT-KEY
               NOT AT END
                   MOVE ASNP-ACCOUNT-KEY TO SNAPSHOT-KEY
           END-READ.

       LEER-RECALCULADO.
           IF F-ACTIVITY-SUMMARY-STATUS NOT = "00"
               MOVE HIGH-VALUES TO REBUILT-KEY
               EXIT PARAGRAPH
           END-IF.

           READ ACTIVITY-SUMMARY-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO REBUILT-KEY
               NOT AT END
                   MOVE ASUM-ACCOUNT-KEY TO REBUILT-KEY
                   ADD 1 TO ROWS-REBUILT
           END-READ.

       COMPARAR-FILA.
           IF ACTIVITY-SNAPSHOT-RECORD = ACTIVITY-SUMMARY-RECORD
               ADD 1 TO ROWS-MATCHED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ROWS-DIFFERENT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Cuenta " DELIMITED BY SIZE
               ASUM-ACCOUNT-KEY DELIMITED BY SIZE
               ": el resumen almacenado no coincide con el mayor"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE "  recalculado" TO WS-LABEL.
           PERFORM EMITIR-CIFRAS-DE-FILA.

           MOVE ACTIVITY-SNAPSHOT-RECORD TO ACTIVITY-SUMMARY-RECORD.
           MOVE "  almacenado" TO WS-LABEL.
           PERFORM EMITIR-CIFRAS-DE-FILA.

       INFORMAR-SOLO-ALMACENADA.
           ADD 1 TO ROWS-ONLY-STORED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Cuenta " DELIMITED BY SIZE
               ASNP-ACCOUNT-KEY DELIMITED BY SIZE
               ": resumen almacenado sin movimientos en el mayor"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       INFORMAR-SOLO-RECALCULADA.
           ADD 1 TO ROWS-ONLY-REBUILT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Cuenta " DELIMITED BY SIZE
               ASUM-ACCOUNT-KEY DELIMITED BY SIZE
               ": movimientos en el mayor sin resumen almacenado"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE "  recalculado" TO WS-LABEL.
           PERFORM EMITIR-CIFRAS-DE-FILA.

       EMITIR-CIFRAS-DE-FILA.
           MOVE ZERO TO SUM-MTD-COUNT.
           MOVE ZERO TO SUM-YTD-COUNT.
           MOVE ZERO TO SUM-YTD-AMOUNT.

           PERFORM VARYING ACTIVITY-TYPE-I FROM 1 BY 1
               UNTIL ACTIVITY-TYPE-I > 8
               ADD ASUM-MTD-COUNT(ACTIVITY-TYPE-I) TO SUM-MTD-COUNT
               ADD ASUM-YTD-COUNT(ACTIVITY-TYPE-I) TO SUM-YTD-COUNT
               ADD ASUM-YTD-AMOUNT(ACTIVITY-TYPE-I) TO SUM-YTD-AMOUNT
           END-PERFORM.

           MOVE SUM-YTD-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LABEL DELIMITED BY SIZE
               ": últ " DELIMITED BY SIZE
               ASUM-LAST-ACTIVITY-DATE DELIMITED BY SIZE
               " mes " DELIMITED BY SIZE
               ASUM-MTD-PERIOD DELIMITED BY SIZE
               " x " DELIMITED BY SIZE
               SUM-MTD-COUNT DELIMITED BY SIZE
               " año x " DELIMITED BY SIZE
               SUM-YTD-COUNT DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-TOTALES.
           MOVE "--- Totales ---" TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Movimientos reprocesados: " DELIMITED BY SIZE
               ROWS-REPLAYED DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Cuentas almacenadas: " DELIMITED BY SIZE
               ROWS-SAVED DELIMITED BY SIZE
               " - recalculadas: " DELIMITED BY SIZE
               ROWS-REBUILT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Coinciden: " DELIMITED BY SIZE
               ROWS-MATCHED DELIMITED BY SIZE
               " - difieren: " DELIMITED BY SIZE
               ROWS-DIFFERENT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Sólo almacenadas: " DELIMITED BY SIZE
               ROWS-ONLY-STORED DELIMITED BY SIZE
               " - sólo en el mayor: " DELIMITED BY SIZE
               ROWS-ONLY-REBUILT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF MODO-VERIFICAR
               MOVE
               "Verificación: el resumen almacenado no fue modificado"
                   TO WS-REPORT-LINE
           ELSE
               MOVE
               "Reconstrucción: el resumen fue recalculado del mayor"
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM activity-summary-rebuild.
