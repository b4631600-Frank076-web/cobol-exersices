       IDENTIFICATION DIVISION.
       PROGRAM-ID. clearing-settlement-recon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CLEARING-STATEMENT-FILE
       ASSIGN TO "clearing-statement.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-STATEMENT-STATUS.

       SELECT OPTIONAL RECON-CONTROL-FILE
       ASSIGN TO "clearing-recon.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-RECON-CTL-STATUS.

       SELECT OPTIONAL OUTGOING-FILE
       ASSIGN TO "interbank-outgoing.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-OUTGOING-STATUS.

       SELECT OPTIONAL INWARD-CLEARING-FILE
       ASSIGN TO "inward-clearing.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-CLEARING-STATUS.

       SELECT OPTIONAL CHEQUE-RETURNS-FILE
       ASSIGN TO "cheque-returns.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-CHEQUE-RETURNS-STATUS.

       SELECT OPTIONAL DIRECT-DEBIT-FILE
       ASSIGN TO "direct-debits.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-DEBIT-STATUS.

       SELECT OPTIONAL DEBIT-RETURNS-FILE
       ASSIGN TO "direct-debit-returns.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-DEBIT-RETURNS-STATUS.

       SELECT OPTIONAL ATM-RECON-FILE
       ASSIGN TO "atm-reconciliation.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-ATM-RECON-STATUS.

       COPY "../copylib/physic-interbank.cpy".
       COPY "../copylib/physic-settlement-open-items.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-STATEMENT-FILE.
       01  CLEARING-STATEMENT-RECORD.
           05  CS-TIPO PIC X.
               88  CS-ES-CABECERA VALUE 'H'.
               88  CS-ES-DETALLE VALUE 'D'.
               88  CS-ES-TRAILER VALUE 'T'.
           05  CS-DATOS PIC X(40).
           05  CS-CABECERA REDEFINES CS-DATOS.
               10  CS-FECHA PIC 9(8).
               10  FILLER PIC X(32).
           05  CS-DETALLE REDEFINES CS-DATOS.
               10  CS-CLASE PIC X.
               10  CS-REFERENCIA PIC X(12).
               10  CS-SENTIDO PIC X.
                   88  CS-DEBITO VALUE 'D'.
                   88  CS-CREDITO VALUE 'C'.
               10  CS-IMPORTE PIC 9(10)V99.
               10  FILLER PIC X(14).
           05  CS-TRAILER REDEFINES CS-DATOS.
               10  CS-TRAILER-COUNT PIC 9(6).
               10  CS-TRAILER-TOTAL PIC 9(12)V99.
               10  FILLER PIC X(20).

       FD  RECON-CONTROL-FILE.
       01  RECON-CONTROL-RECORD.
           05  RCC-LAST-STATEMENT-DATE PIC 9(8).

       FD  OUTGOING-FILE.
       01  OUTGOING-RECORD.
           05  OG-TIPO PIC X.
               88  OG-ES-DETALLE VALUE 'D'.
               88  OG-ES-TRAILER VALUE 'T'.
           05  OG-DATOS PIC X(56).
           05  OG-DETALLE REDEFINES OG-DATOS.
               10  OG-ID PIC 9(6).
               10  OG-BANK-CODE PIC 9(3).
               10  OG-CBU PIC X(22).
               10  OG-AMOUNT PIC 9(8)V99.
               10  OG-DATE PIC 9(8).
               10  FILLER PIC X(7).

       FD  INWARD-CLEARING-FILE.
       01  INWARD-CLEARING-RECORD.
           05  IC-TIPO PIC X.
               88  IC-ES-DETALLE VALUE 'D'.
               88  IC-ES-TRAILER VALUE 'T'.
           05  IC-DATOS PIC X(54).
           05  IC-DETALLE REDEFINES IC-DATOS.
               10  IC-ACCOUNT PIC 9(8).
               10  IC-CHEQUE PIC 9(8).
               10  IC-AMOUNT PIC 9(8)V99.
               10  IC-PRESENTING-BANK PIC 9(3).
               10  IC-REFERENCE PIC X(20).
               10  FILLER PIC X(5).

       FD  CHEQUE-RETURNS-FILE.
       01  CHEQUE-RETURN-RECORD.
           05  CR-ACCOUNT PIC 9(8).
           05  CR-CHEQUE PIC 9(8).
           05  CR-AMOUNT PIC 9(8)V99.
           05  CR-PRESENTING-BANK PIC 9(3).
           05  CR-REFERENCE PIC X(20).
           05  CR-REASON PIC X(20).

       FD  DIRECT-DEBIT-FILE.
       01  DIRECT-DEBIT-RECORD.
           05  DD-TIPO PIC X.
               88  DD-ES-DETALLE VALUE 'D'.
               88  DD-ES-TRAILER VALUE 'T'.
           05  DD-DATOS PIC X(46).
           05  DD-DETALLE REDEFINES DD-DATOS.
               10  DD-ACCOUNT PIC 9(8).
               10  DD-AMOUNT PIC 9(8)V99.
               10  DD-REFERENCE PIC X(20).
               10  FILLER PIC X(8).

       FD  DEBIT-RETURNS-FILE.
       01  DEBIT-RETURN-RECORD.
           05  DR-ACCOUNT PIC 9(8).
           05  DR-AMOUNT PIC 9(8)V99.
           05  DR-REFERENCE PIC X(20).
           05  DR-REASON PIC X(20).

       FD  ATM-RECON-FILE.
       01  ATM-RECON-RECORD.
           05  AR-CARD PIC 9(16).
           05  AR-ACCOUNT PIC 9(8).
           05  AR-CLASE PIC X.
           05  AR-AMOUNT PIC 9(8)V99.
           05  AR-REFERENCE PIC X(12).
           05  AR-DISPOSITION PIC X.
               88  AR-MATCHED VALUE 'M'.
               88  AR-UNMATCHED VALUE 'U'.
               88  AR-REJECTED VALUE 'R'.
           05  AR-REASON PIC X(20).

       COPY "../copylib/logic-interbank.cpy".
       COPY "../copylib/logic-settlement-open-items.cpy".

       WORKING-STORAGE SECTION.
       01  F-STATEMENT-STATUS PIC XX.
       01  F-RECON-CTL-STATUS PIC XX.
       01  F-OUTGOING-STATUS PIC XX.
       01  F-CLEARING-STATUS PIC XX.
       01  F-CHEQUE-RETURNS-STATUS PIC XX.
       01  F-DEBIT-STATUS PIC XX.
       01  F-DEBIT-RETURNS-STATUS PIC XX.
       01  F-ATM-RECON-STATUS PIC XX.
       01  F-INTERBANK-STATUS PIC XX.
       01  F-SETTLEMENT-OPEN-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  TRAILER-SEEN-FLAG PIC X.
           88  TRAILER-SEEN VALUE 'Y'.
           88  TRAILER-NOT-SEEN VALUE 'N'.

       01  STATEMENT-DATE PIC 9(8) VALUE ZERO.
       01  LAST-STATEMENT-DATE PIC 9(8) VALUE ZERO.

       01  DETAIL-COUNT PIC 9(6) VALUE ZERO.
       01  DETAIL-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  TRAILER-COUNT PIC 9(6) VALUE ZERO.
       01  TRAILER-TOTAL PIC 9(12)V99 VALUE ZERO.

       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 3000 TIMES.
               10  IT-CLASS PIC X.
               10  IT-REFERENCE PIC X(12).
               10  IT-HOUSE-AMOUNT PIC S9(12)V99.
               10  IT-BANK-AMOUNT PIC S9(12)V99.
               10  IT-HOUSE-SEEN PIC X.
               10  IT-BANK-SEEN PIC X.
               10  IT-FIRST-DATE PIC 9(8).
               10  IT-FROM-OPEN PIC X.
       01  ITEM-COUNT PIC 9(4) VALUE ZERO.
       01  ITEM-I PIC 9(4).
       01  ITEM-FOUND-FLAG PIC X.
           88  ITEM-FOUND VALUE 'Y'.
           88  ITEM-NOT-FOUND VALUE 'N'.
       01  ITEMS-DROPPED PIC 9(6) VALUE ZERO.

       01  WANTED-CLASS PIC X.
       01  WANTED-REFERENCE PIC X(12).
       01  WANTED-AMOUNT PIC S9(12)V99.
       01  AGGREGATE-AMOUNT PIC S9(12)V99.
       01  AGGREGATE-SEEN-FLAG PIC X.
           88  AGGREGATE-SEEN VALUE 'Y'.
           88  AGGREGATE-NOT-SEEN VALUE 'N'.

       01  MATCHED-COUNT PIC 9(6) VALUE ZERO.
       01  CLEARED-OLD-COUNT PIC 9(6) VALUE ZERO.
       01  HOUSE-ONLY-COUNT PIC 9(6) VALUE ZERO.
       01  BANK-ONLY-COUNT PIC 9(6) VALUE ZERO.
       01  MISMATCH-COUNT PIC 9(6) VALUE ZERO.
       01  OPEN-FAILED-COUNT PIC 9(6) VALUE ZERO.

       01  WS-CLASS-TEXT PIC X(12).
       01  WS-STATE-TEXT PIC X(14).
       01  WS-HOUSE-EDIT PIC -Z(9)9.99.
       01  WS-BANK-EDIT PIC -Z(9)9.99.
       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "CONCILIACION-CAMARA".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "clearing-settlement-recon".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8) VALUE ZERO.
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Conciliación de la liquidación de la cámara "
               "compensadora ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM VERIFICAR-TOTALES-DE-CONTROL.

           IF TRAILER-NOT-SEEN OR STATEMENT-DATE = ZERO
               DISPLAY
               "El extracto de la cámara no tiene cabecera o "
               "registro de control, no se concilia"
               PERFORM TERMINAR-SIN-CONCILIAR
           END-IF.

           IF DETAIL-COUNT NOT = TRAILER-COUNT
               OR DETAIL-TOTAL NOT = TRAILER-TOTAL
               DISPLAY
               "Los totales de control no coinciden con el "
               "detalle, no se concilia"
               DISPLAY "Detalle: " DETAIL-COUNT " registros"
               DISPLAY "Control: " TRAILER-COUNT " registros"
               PERFORM TERMINAR-SIN-CONCILIAR
           END-IF.

           PERFORM LEER-ULTIMA-CONCILIACION.

           IF STATEMENT-DATE <= LAST-STATEMENT-DATE
               DISPLAY
               "El extracto del " STATEMENT-DATE " ya fue "
               "conciliado (último: " LAST-STATEMENT-DATE ")"
               PERFORM TERMINAR-SIN-CONCILIAR
           END-IF.

           DISPLAY "Extracto de la cámara del " STATEMENT-DATE.

           PERFORM CARGAR-PARTIDAS-ABIERTAS.
           PERFORM CARGAR-EXTRACTO-DE-LA-CAMARA.
           PERFORM CARGAR-TRANSFERENCIAS-PROPIAS.
           PERFORM CARGAR-CAMARA-DE-CHEQUES.
           PERFORM CARGAR-DEBITOS-DIRECTOS.
           PERFORM CARGAR-RED-DE-CAJEROS.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Conciliación con la cámara - extracto del "
               DELIMITED BY SIZE
               STATEMENT-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Clase" TO WS-REPORT-LINE(1:5).
           MOVE "Referencia" TO WS-REPORT-LINE(14:10).
           MOVE "Cámara" TO WS-REPORT-LINE(35:7).
           MOVE "Propio" TO WS-REPORT-LINE(50:6).
           MOVE "Estado" TO WS-REPORT-LINE(58:6).
           PERFORM EMITIR-LINEA.

           PERFORM ACTUALIZAR-PARTIDAS-ABIERTAS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Conciliadas: " DELIMITED BY SIZE
               MATCHED-COUNT DELIMITED BY SIZE
               " (de días anteriores: " DELIMITED BY SIZE
               CLEARED-OLD-COUNT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Sólo en la cámara: " DELIMITED BY SIZE
               HOUSE-ONLY-COUNT DELIMITED BY SIZE
               " Sólo propias: " DELIMITED BY SIZE
               BANK-ONLY-COUNT DELIMITED BY SIZE
               " Con diferencia: " DELIMITED BY SIZE
               MISMATCH-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           PERFORM GRABAR-ULTIMA-CONCILIACION.

           IF HOUSE-ONLY-COUNT > ZERO OR BANK-ONLY-COUNT > ZERO
               OR MISMATCH-COUNT > ZERO OR ITEMS-DROPPED > ZERO
               OR OPEN-FAILED-COUNT > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           IF ITEMS-DROPPED > ZERO
               DISPLAY
               "ATENCIÓN: partidas fuera de la tabla de "
               "conciliación: " ITEMS-DROPPED
           END-IF.

           MOVE ITEM-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       TERMINAR-SIN-CONCILIAR.
           MOVE "FAIL" TO WS-JOB-OUTCOME.

           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE 8 TO RETURN-CODE.

           GOBACK.

       VERIFICAR-TOTALES-DE-CONTROL.
           SET F-NOT-ENDED TO TRUE.
           SET TRAILER-NOT-SEEN TO TRUE.

           OPEN INPUT CLEARING-STATEMENT-FILE.

           IF F-STATEMENT-STATUS NOT = "00"
               DISPLAY "No hay extracto de la cámara compensadora ("
                   F-STATEMENT-STATUS ")"
               CLOSE CLEARING-STATEMENT-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CLEARING-STATEMENT-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CS-ES-CABECERA
                               MOVE CS-FECHA TO STATEMENT-DATE
                           WHEN CS-ES-DETALLE
                               ADD 1 TO DETAIL-COUNT
                               ADD CS-IMPORTE TO DETAIL-TOTAL
                           WHEN CS-ES-TRAILER
                               SET TRAILER-SEEN TO TRUE
                               MOVE CS-TRAILER-COUNT
                                   TO TRAILER-COUNT
                               MOVE CS-TRAILER-TOTAL
                                   TO TRAILER-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE CLEARING-STATEMENT-FILE.

       LEER-ULTIMA-CONCILIACION.
           OPEN INPUT RECON-CONTROL-FILE.

           IF F-RECON-CTL-STATUS = "00"
               READ RECON-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCC-LAST-STATEMENT-DATE
                           TO LAST-STATEMENT-DATE
               END-READ
           END-IF.

           CLOSE RECON-CONTROL-FILE.

       GRABAR-ULTIMA-CONCILIACION.
           OPEN OUTPUT RECON-CONTROL-FILE.
           MOVE STATEMENT-DATE TO RCC-LAST-STATEMENT-DATE.
           WRITE RECON-CONTROL-RECORD.
           CLOSE RECON-CONTROL-FILE.

       CARGAR-PARTIDAS-ABIERTAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT SETTLEMENT-OPEN-FILE.

           IF F-SETTLEMENT-OPEN-STATUS NOT = "00"
               CLOSE SETTLEMENT-OPEN-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ SETTLEMENT-OPEN-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE SOI-CLASS TO WANTED-CLASS
                       MOVE SOI-REFERENCE TO WANTED-REFERENCE
                       PERFORM UBICAR-PARTIDA
                       IF ITEM-FOUND
                           MOVE SOI-HOUSE-AMOUNT
                               TO IT-HOUSE-AMOUNT(ITEM-I)
                           MOVE SOI-BANK-AMOUNT
                               TO IT-BANK-AMOUNT(ITEM-I)
                           MOVE SOI-HOUSE-SEEN
                               TO IT-HOUSE-SEEN(ITEM-I)
                           MOVE SOI-BANK-SEEN TO IT-BANK-SEEN(ITEM-I)
                           MOVE SOI-FIRST-DATE
                               TO IT-FIRST-DATE(ITEM-I)
                           MOVE 'Y' TO IT-FROM-OPEN(ITEM-I)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SETTLEMENT-OPEN-FILE.

       CARGAR-EXTRACTO-DE-LA-CAMARA.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CLEARING-STATEMENT-FILE.

           PERFORM UNTIL F-ENDED
               READ CLEARING-STATEMENT-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CS-ES-DETALLE
                           MOVE CS-CLASE TO WANTED-CLASS
                           MOVE CS-REFERENCIA TO WANTED-REFERENCE
                           PERFORM UBICAR-PARTIDA
                           IF ITEM-FOUND
                               IF CS-CREDITO
                                   ADD CS-IMPORTE
                                       TO IT-HOUSE-AMOUNT(ITEM-I)
                               ELSE
                                   SUBTRACT CS-IMPORTE
                                       FROM IT-HOUSE-AMOUNT(ITEM-I)
                               END-IF
                               MOVE 'Y' TO IT-HOUSE-SEEN(ITEM-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLEARING-STATEMENT-FILE.

       CARGAR-TRANSFERENCIAS-PROPIAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT OUTGOING-FILE.

           IF F-OUTGOING-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ OUTGOING-FILE
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           IF OG-ES-DETALLE
                               MOVE SPACES TO WANTED-REFERENCE
                               MOVE OG-ID TO WANTED-REFERENCE(1:6)
                               COMPUTE WANTED-AMOUNT =
                                   ZERO - OG-AMOUNT
                               PERFORM FIJAR-IMPORTE-PROPIO-TRANSF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE OUTGOING-FILE.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT INTERBANK-FILE.

           IF F-INTERBANK-STATUS NOT = "00"
               CLOSE INTERBANK-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ INTERBANK-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF IBT-SETTLED
                           AND IBT-DATE = STATEMENT-DATE
                           MOVE SPACES TO WANTED-REFERENCE
                           MOVE IBT-ID TO WANTED-REFERENCE(1:6)
                           COMPUTE WANTED-AMOUNT =
                               ZERO - IBT-AMOUNT
                           PERFORM FIJAR-IMPORTE-PROPIO-TRANSF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INTERBANK-FILE.

       FIJAR-IMPORTE-PROPIO-TRANSF.
           MOVE 'T' TO WANTED-CLASS.

           PERFORM UBICAR-PARTIDA.

           IF ITEM-FOUND
               MOVE WANTED-AMOUNT TO IT-BANK-AMOUNT(ITEM-I)
               MOVE 'Y' TO IT-BANK-SEEN(ITEM-I)
           END-IF.

       CARGAR-CAMARA-DE-CHEQUES.
           MOVE ZERO TO AGGREGATE-AMOUNT.
           SET AGGREGATE-NOT-SEEN TO TRUE.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT INWARD-CLEARING-FILE.

           IF F-CLEARING-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ INWARD-CLEARING-FILE
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           IF IC-ES-DETALLE
                               SUBTRACT IC-AMOUNT
                                   FROM AGGREGATE-AMOUNT
                               SET AGGREGATE-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE INWARD-CLEARING-FILE.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CHEQUE-RETURNS-FILE.

           IF F-CHEQUE-RETURNS-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ CHEQUE-RETURNS-FILE
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           ADD CR-AMOUNT TO AGGREGATE-AMOUNT
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE CHEQUE-RETURNS-FILE.

           MOVE 'C' TO WANTED-CLASS.
           PERFORM FIJAR-IMPORTE-PROPIO-TOTAL.

       CARGAR-DEBITOS-DIRECTOS.
           MOVE ZERO TO AGGREGATE-AMOUNT.
           SET AGGREGATE-NOT-SEEN TO TRUE.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT DIRECT-DEBIT-FILE.

           IF F-DEBIT-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ DIRECT-DEBIT-FILE
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           IF DD-ES-DETALLE
                               SUBTRACT DD-AMOUNT
                                   FROM AGGREGATE-AMOUNT
                               SET AGGREGATE-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE DIRECT-DEBIT-FILE.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT DEBIT-RETURNS-FILE.

           IF F-DEBIT-RETURNS-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ DEBIT-RETURNS-FILE
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           ADD DR-AMOUNT TO AGGREGATE-AMOUNT
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE DEBIT-RETURNS-FILE.

           MOVE 'B' TO WANTED-CLASS.
           PERFORM FIJAR-IMPORTE-PROPIO-TOTAL.

       CARGAR-RED-DE-CAJEROS.
           MOVE ZERO TO AGGREGATE-AMOUNT.
           SET AGGREGATE-NOT-SEEN TO TRUE.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ATM-RECON-FILE.

           IF F-ATM-RECON-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ ATM-RECON-FILE
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           IF AR-MATCHED
                               SUBTRACT AR-AMOUNT
                                   FROM AGGREGATE-AMOUNT
                               SET AGGREGATE-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE ATM-RECON-FILE.

           MOVE 'A' TO WANTED-CLASS.
           PERFORM FIJAR-IMPORTE-PROPIO-TOTAL.

       FIJAR-IMPORTE-PROPIO-TOTAL.
           IF AGGREGATE-NOT-SEEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WANTED-REFERENCE.
           MOVE STATEMENT-DATE TO WANTED-REFERENCE(1:8).

           PERFORM UBICAR-PARTIDA.

           IF ITEM-FOUND
               MOVE AGGREGATE-AMOUNT TO IT-BANK-AMOUNT(ITEM-I)
               MOVE 'Y' TO IT-BANK-SEEN(ITEM-I)
           END-IF.

       UBICAR-PARTIDA.
           SET ITEM-NOT-FOUND TO TRUE.

           PERFORM VARYING ITEM-I FROM 1 BY 1
               UNTIL ITEM-I > ITEM-COUNT OR ITEM-FOUND
               IF IT-CLASS(ITEM-I) = WANTED-CLASS
                   AND IT-REFERENCE(ITEM-I) = WANTED-REFERENCE
                   SET ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF ITEM-FOUND
               SUBTRACT 1 FROM ITEM-I
               EXIT PARAGRAPH
           END-IF.

           IF ITEM-COUNT >= 3000
               ADD 1 TO ITEMS-DROPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ITEM-COUNT.
           MOVE ITEM-COUNT TO ITEM-I.
           MOVE WANTED-CLASS TO IT-CLASS(ITEM-I).
           MOVE WANTED-REFERENCE TO IT-REFERENCE(ITEM-I).
           MOVE ZERO TO IT-HOUSE-AMOUNT(ITEM-I).
           MOVE ZERO TO IT-BANK-AMOUNT(ITEM-I).
           MOVE 'N' TO IT-HOUSE-SEEN(ITEM-I).
           MOVE 'N' TO IT-BANK-SEEN(ITEM-I).
           MOVE STATEMENT-DATE TO IT-FIRST-DATE(ITEM-I).
           MOVE 'N' TO IT-FROM-OPEN(ITEM-I).
           SET ITEM-FOUND TO TRUE.

       ACTUALIZAR-PARTIDAS-ABIERTAS.
           OPEN I-O SETTLEMENT-OPEN-FILE.

           PERFORM ACTUALIZAR-UNA-PARTIDA
               VARYING ITEM-I FROM 1 BY 1
               UNTIL ITEM-I > ITEM-COUNT.

           CLOSE SETTLEMENT-OPEN-FILE.

       ACTUALIZAR-UNA-PARTIDA.
           MOVE IT-CLASS(ITEM-I) TO SOI-CLASS.
           MOVE IT-REFERENCE(ITEM-I) TO SOI-REFERENCE.

           IF IT-HOUSE-SEEN(ITEM-I) = 'Y'
               AND IT-BANK-SEEN(ITEM-I) = 'Y'
               AND IT-HOUSE-AMOUNT(ITEM-I) = IT-BANK-AMOUNT(ITEM-I)
               ADD 1 TO MATCHED-COUNT
               IF IT-FROM-OPEN(ITEM-I) = 'Y'
                   ADD 1 TO CLEARED-OLD-COUNT
                   MOVE "CONCILIADA" TO WS-STATE-TEXT
                   PERFORM EMITIR-PARTIDA
                   DELETE SETTLEMENT-OPEN-FILE
                       INVALID KEY
                           ADD 1 TO OPEN-FAILED-COUNT
                   END-DELETE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN IT-BANK-SEEN(ITEM-I) NOT = 'Y'
                   ADD 1 TO HOUSE-ONLY-COUNT
                   MOVE "SOLO CAMARA" TO WS-STATE-TEXT
               WHEN IT-HOUSE-SEEN(ITEM-I) NOT = 'Y'
                   ADD 1 TO BANK-ONLY-COUNT
                   MOVE "SOLO PROPIA" TO WS-STATE-TEXT
               WHEN OTHER
                   ADD 1 TO MISMATCH-COUNT
                   MOVE "DIF. IMPORTE" TO WS-STATE-TEXT
           END-EVALUATE.

           PERFORM EMITIR-PARTIDA.

           MOVE IT-HOUSE-AMOUNT(ITEM-I) TO SOI-HOUSE-AMOUNT.
           MOVE IT-BANK-AMOUNT(ITEM-I) TO SOI-BANK-AMOUNT.
           MOVE IT-HOUSE-SEEN(ITEM-I) TO SOI-HOUSE-SEEN.
           MOVE IT-BANK-SEEN(ITEM-I) TO SOI-BANK-SEEN.
           MOVE IT-FIRST-DATE(ITEM-I) TO SOI-FIRST-DATE.
           MOVE STATEMENT-DATE TO SOI-LAST-DATE.

           IF IT-FROM-OPEN(ITEM-I) = 'Y'
               REWRITE SETTLEMENT-OPEN-RECORD
                   INVALID KEY
                       ADD 1 TO OPEN-FAILED-COUNT
               END-REWRITE
           ELSE
               WRITE SETTLEMENT-OPEN-RECORD
                   INVALID KEY
                       ADD 1 TO OPEN-FAILED-COUNT
               END-WRITE
           END-IF.

       EMITIR-PARTIDA.
           EVALUATE IT-CLASS(ITEM-I)
               WHEN 'T'
                   MOVE "Transf." TO WS-CLASS-TEXT
               WHEN 'C'
                   MOVE "Cheques" TO WS-CLASS-TEXT
               WHEN 'B'
                   MOVE "Déb.direct." TO WS-CLASS-TEXT
               WHEN 'A'
                   MOVE "Cajeros" TO WS-CLASS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-CLASS-TEXT
                   MOVE IT-CLASS(ITEM-I) TO WS-CLASS-TEXT(1:1)
           END-EVALUATE.

           MOVE IT-HOUSE-AMOUNT(ITEM-I) TO WS-HOUSE-EDIT.
           MOVE IT-BANK-AMOUNT(ITEM-I) TO WS-BANK-EDIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-CLASS-TEXT TO WS-REPORT-LINE(1:12).
           MOVE IT-REFERENCE(ITEM-I) TO WS-REPORT-LINE(14:12).
           MOVE WS-HOUSE-EDIT TO WS-REPORT-LINE(27:14).
           MOVE WS-BANK-EDIT TO WS-REPORT-LINE(42:14).
           MOVE WS-STATE-TEXT TO WS-REPORT-LINE(58:14).
           MOVE IT-FIRST-DATE(ITEM-I) TO WS-REPORT-LINE(73:8).
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM clearing-settlement-recon.
