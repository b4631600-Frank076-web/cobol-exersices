       IDENTIFICATION DIVISION.
       PROGRAM-ID. exceptions-worklist-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-exceptions.cpy".
       COPY "../copylib/physic-interbank.cpy".

       SELECT OPTIONAL EXCEPTION-SOURCES-FILE
       ASSIGN TO "exception-sources.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ESR-SOURCE
       FILE STATUS IS F-SOURCES-STATUS.

       SELECT OPTIONAL PAYROLL-REJECTS-FILE
       ASSIGN TO "payroll-rejects.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-INPUT-STATUS.

       SELECT OPTIONAL DEBIT-RETURNS-FILE
       ASSIGN TO "direct-debit-returns.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-INPUT-STATUS.

       SELECT OPTIONAL CHEQUE-RETURNS-FILE
       ASSIGN TO "cheque-returns.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-INPUT-STATUS.

       SELECT OPTIONAL RETURNS-FILE
       ASSIGN TO "interbank-returns.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-INPUT-STATUS.

       SELECT OPTIONAL RATE-IMPORT-LOG-FILE
       ASSIGN TO "rate-import.log"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-INPUT-STATUS.

       SELECT OPTIONAL INTEGRITY-BREAKS-FILE
       ASSIGN TO "integrity-check.log"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-INPUT-STATUS.

       SELECT OPTIONAL CONTROL-BREAKS-FILE
       ASSIGN TO "control-total-breaks.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-exceptions.cpy".
       COPY "../copylib/logic-interbank.cpy".

       FD  EXCEPTION-SOURCES-FILE.
       01  EXCEPTION-SOURCE-RECORD.
           05  ESR-SOURCE PIC X(12).
           05  ESR-RECORDS PIC 9(6).
           05  ESR-TOTAL PIC 9(12)V99.
           05  ESR-HASH PIC 9(14).
           05  ESR-LAST-DATE PIC 9(8).

       FD  PAYROLL-REJECTS-FILE.
       01  PAYROLL-REJECT-RECORD.
           05  PR-COMPANY PIC 9(4).
           05  PR-EMPLOYER PIC X(20).
           05  PR-ACCOUNT PIC 9(8).
           05  PR-AMOUNT PIC 9(8)V99.
           05  PR-REASON PIC X(20).

       FD  DEBIT-RETURNS-FILE.
       01  DEBIT-RETURN-RECORD.
           05  DR-ACCOUNT PIC 9(8).
           05  DR-AMOUNT PIC 9(8)V99.
           05  DR-REFERENCE PIC X(20).
           05  DR-REASON PIC X(20).

       FD  CHEQUE-RETURNS-FILE.
       01  CHEQUE-RETURN-RECORD.
           05  CR-ACCOUNT PIC 9(8).
           05  CR-CHEQUE PIC 9(8).
           05  CR-AMOUNT PIC 9(8)V99.
           05  CR-PRESENTING-BANK PIC 9(3).
           05  CR-REFERENCE PIC X(20).
           05  CR-REASON PIC X(20).

       FD  RETURNS-FILE.
       01  RETURNS-RECORD.
           05  RT-ID PIC 9(6).
           05  RT-RESULTADO PIC X.
               88  RT-ACEPTADA VALUE 'A'.
               88  RT-RECHAZADA VALUE 'R'.
           05  RT-REASON PIC X(20).

       FD  RATE-IMPORT-LOG-FILE.
       01  RATE-IMPORT-LOG-RECORD.
           05  RIL-DATE PIC 9(8).
           05  RIL-PAIR PIC X(6).
           05  RIL-OLD-VALUE PIC 9(6)V99.
           05  RIL-NEW-VALUE PIC 9(6)V99.
           05  RIL-RESULT PIC X(10).

       FD  INTEGRITY-BREAKS-FILE.
       01  INTEGRITY-BREAK-RECORD.
           05  IB-DATE PIC 9(8).
           05  IB-FILE-NAME PIC X(20).
           05  IB-FILE-STATUS PIC XX.

       FD  CONTROL-BREAKS-FILE.
       01  CONTROL-BREAK-RECORD.
           05  CTB-DATE PIC 9(8).
           05  CTB-FILE-NAME PIC X(20).
           05  CTB-ACTUAL PIC 9(6).
           05  CTB-EXPECTED PIC S9(6).

       WORKING-STORAGE SECTION.
       01  F-EXCEPTIONS-STATUS PIC XX.
       01  F-INTERBANK-STATUS PIC XX.
       01  F-SOURCES-STATUS PIC XX.
       01  F-INPUT-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  PASS-FLAG PIC X.
           88  PASADA-HUELLA VALUE 'H'.
           88  PASADA-CARGA VALUE 'C'.

       01  NEWS-FLAG PIC X.
           88  FUENTE-CON-NOVEDADES VALUE 'Y'.
           88  FUENTE-SIN-NOVEDADES VALUE 'N'.

       01  COLLECT-SOURCE PIC X(12).
       01  FP-RECORDS PIC 9(6).
       01  FP-TOTAL PIC 9(12)V99.
       01  FP-HASH PIC 9(14).
       01  LOG-POSITION PIC 9(6).
       01  LOG-SKIP PIC 9(6).

       01  NEW-ACCOUNT PIC 9(8).
       01  NEW-AMOUNT PIC 9(10)V99.
       01  NEW-EXTRA PIC 9(8).
       01  NEW-REFERENCE PIC X(20).
       01  NEW-REASON PIC X(40).

       01  LAST-EXCEPTION-ID PIC 9(8) VALUE ZERO.
       01  SOURCE-NEW-ITEMS PIC 9(6).

       01  ITEMS-COLLECTED PIC 9(6) VALUE ZERO.
       01  ITEMS-OPEN PIC 9(6) VALUE ZERO.
       01  ITEMS-ASSIGNED PIC 9(6) VALUE ZERO.
       01  ITEMS-CARRIED PIC 9(6) VALUE ZERO.
       01  ITEMS-RESOLVED-TODAY PIC 9(6) VALUE ZERO.
       01  OLDEST-DAYS PIC 9(4) VALUE ZERO.

       01  AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01  DAYS-EDIT PIC ZZZ9.
       01  WS-ASSIGNED-TEXT PIC X(20).

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "EXCEPCIONES".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "exceptions-worklist-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Lista de excepciones de la noche ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Excepciones de los procesos nocturnos al "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM BUSCAR-ULTIMO-ID.

           OPEN I-O EXCEPTIONS-FILE.
           OPEN I-O EXCEPTION-SOURCES-FILE.

           MOVE "SUELDOS" TO COLLECT-SOURCE.
           SET PASADA-HUELLA TO TRUE.
           PERFORM LEER-RECHAZOS-SUELDOS.
           PERFORM COMPARAR-HUELLA.
           IF FUENTE-CON-NOVEDADES
               SET PASADA-CARGA TO TRUE
               PERFORM LEER-RECHAZOS-SUELDOS
               PERFORM GUARDAR-HUELLA
           END-IF.

           MOVE "DEBITOS" TO COLLECT-SOURCE.
           SET PASADA-HUELLA TO TRUE.
           PERFORM LEER-DEVOLUCIONES-DEBITOS.
           PERFORM COMPARAR-HUELLA.
           IF FUENTE-CON-NOVEDADES
               SET PASADA-CARGA TO TRUE
               PERFORM LEER-DEVOLUCIONES-DEBITOS
               PERFORM GUARDAR-HUELLA
           END-IF.

           MOVE "CHEQUES" TO COLLECT-SOURCE.
           SET PASADA-HUELLA TO TRUE.
           PERFORM LEER-CHEQUES-RECHAZADOS.
           PERFORM COMPARAR-HUELLA.
           IF FUENTE-CON-NOVEDADES
               SET PASADA-CARGA TO TRUE
               PERFORM LEER-CHEQUES-RECHAZADOS
               PERFORM GUARDAR-HUELLA
           END-IF.

           MOVE "INTERBANCO" TO COLLECT-SOURCE.
           OPEN INPUT INTERBANK-FILE.
           SET PASADA-HUELLA TO TRUE.
           PERFORM LEER-DEVOLUCIONES-INTERBANCO.
           PERFORM COMPARAR-HUELLA.
           IF FUENTE-CON-NOVEDADES
               SET PASADA-CARGA TO TRUE
               PERFORM LEER-DEVOLUCIONES-INTERBANCO
               PERFORM GUARDAR-HUELLA
           END-IF.
           CLOSE INTERBANK-FILE.

           MOVE "COTIZACIONES" TO COLLECT-SOURCE.
           PERFORM RECOLECTAR-LOG-COTIZACIONES.

           MOVE "INTEGRIDAD" TO COLLECT-SOURCE.
           SET PASADA-HUELLA TO TRUE.
           PERFORM LEER-FALLAS-INTEGRIDAD.
           PERFORM COMPARAR-HUELLA.
           IF FUENTE-CON-NOVEDADES
               SET PASADA-CARGA TO TRUE
               PERFORM LEER-FALLAS-INTEGRIDAD
               PERFORM GUARDAR-HUELLA
           END-IF.

           MOVE "TOTALES" TO COLLECT-SOURCE.
           SET PASADA-HUELLA TO TRUE.
           PERFORM LEER-DISCREPANCIAS-TOTALES.
           PERFORM COMPARAR-HUELLA.
           IF FUENTE-CON-NOVEDADES
               SET PASADA-CARGA TO TRUE
               PERFORM LEER-DISCREPANCIAS-TOTALES
               PERFORM GUARDAR-HUELLA
           END-IF.

           CLOSE EXCEPTION-SOURCES-FILE.

           PERFORM ARRASTRAR-PENDIENTES.

           CLOSE EXCEPTIONS-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Nuevas: " DELIMITED BY SIZE
               ITEMS-COLLECTED DELIMITED BY SIZE
               "  Arrastradas: " DELIMITED BY SIZE
               ITEMS-CARRIED DELIMITED BY SIZE
               "  Sin asignar: " DELIMITED BY SIZE
               ITEMS-OPEN DELIMITED BY SIZE
               "  Asignadas: " DELIMITED BY SIZE
               ITEMS-ASSIGNED DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE OLDEST-DAYS TO DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Resueltas hoy: " DELIMITED BY SIZE
               ITEMS-RESOLVED-TODAY DELIMITED BY SIZE
               "  Antigüedad máxima (días): " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF ITEMS-OPEN + ITEMS-ASSIGNED > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE ITEMS-COLLECTED TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       BUSCAR-ULTIMO-ID.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT EXCEPTIONS-FILE.

           IF F-EXCEPTIONS-STATUS NOT = "00"
               CLOSE EXCEPTIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ EXCEPTIONS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE EXC-ID TO LAST-EXCEPTION-ID
               END-READ
           END-PERFORM.

           CLOSE EXCEPTIONS-FILE.

       LEER-RECHAZOS-SUELDOS.
           PERFORM INICIAR-PASADA.

           OPEN INPUT PAYROLL-REJECTS-FILE.

           IF F-INPUT-STATUS NOT = "00"
               CLOSE PAYROLL-REJECTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ PAYROLL-REJECTS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE PR-ACCOUNT TO NEW-ACCOUNT
                       MOVE PR-AMOUNT TO NEW-AMOUNT
                       MOVE PR-COMPANY TO NEW-EXTRA
                       MOVE PR-EMPLOYER TO NEW-REFERENCE
                       MOVE SPACES TO NEW-REASON
                       STRING "Sueldo rechazado: " DELIMITED BY SIZE
                           PR-REASON DELIMITED BY SIZE
                           INTO NEW-REASON
                       PERFORM PROCESAR-CANDIDATO
               END-READ
           END-PERFORM.

           CLOSE PAYROLL-REJECTS-FILE.

       LEER-DEVOLUCIONES-DEBITOS.
           PERFORM INICIAR-PASADA.

           OPEN INPUT DEBIT-RETURNS-FILE.

           IF F-INPUT-STATUS NOT = "00"
               CLOSE DEBIT-RETURNS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ DEBIT-RETURNS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE DR-ACCOUNT TO NEW-ACCOUNT
                       MOVE DR-AMOUNT TO NEW-AMOUNT
                       MOVE ZERO TO NEW-EXTRA
                       MOVE DR-REFERENCE TO NEW-REFERENCE
                       MOVE SPACES TO NEW-REASON
                       STRING "Débito devuelto: " DELIMITED BY SIZE
                           DR-REASON DELIMITED BY SIZE
                           INTO NEW-REASON
                       PERFORM PROCESAR-CANDIDATO
               END-READ
           END-PERFORM.

           CLOSE DEBIT-RETURNS-FILE.

       LEER-CHEQUES-RECHAZADOS.
           PERFORM INICIAR-PASADA.

           OPEN INPUT CHEQUE-RETURNS-FILE.

           IF F-INPUT-STATUS NOT = "00"
               CLOSE CHEQUE-RETURNS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CHEQUE-RETURNS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE CR-ACCOUNT TO NEW-ACCOUNT
                       MOVE CR-AMOUNT TO NEW-AMOUNT
                       MOVE CR-CHEQUE TO NEW-EXTRA
                       MOVE SPACES TO NEW-REFERENCE
                       STRING "Cheque " DELIMITED BY SIZE
                           CR-CHEQUE DELIMITED BY SIZE
                           INTO NEW-REFERENCE
                       MOVE SPACES TO NEW-REASON
                       STRING "Cheque rechazado: " DELIMITED BY SIZE
                           CR-REASON DELIMITED BY SIZE
                           INTO NEW-REASON
                       PERFORM PROCESAR-CANDIDATO
               END-READ
           END-PERFORM.

           CLOSE CHEQUE-RETURNS-FILE.

       LEER-DEVOLUCIONES-INTERBANCO.
           PERFORM INICIAR-PASADA.

           OPEN INPUT RETURNS-FILE.

           IF F-INPUT-STATUS NOT = "00"
               CLOSE RETURNS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ RETURNS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF RT-RECHAZADA
                           PERFORM TOMAR-DEVOLUCION-INTERBANCO
                           PERFORM PROCESAR-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RETURNS-FILE.

       TOMAR-DEVOLUCION-INTERBANCO.
           MOVE ZERO TO NEW-ACCOUNT.
           MOVE ZERO TO NEW-AMOUNT.
           MOVE RT-ID TO NEW-EXTRA.

           MOVE RT-ID TO IBT-ID.

           READ INTERBANK-FILE
               KEY IS IBT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IBT-SOURCE-ACCOUNT TO NEW-ACCOUNT
                   MOVE IBT-AMOUNT TO NEW-AMOUNT
           END-READ.

           MOVE SPACES TO NEW-REFERENCE.
           STRING "Transferencia " DELIMITED BY SIZE
               RT-ID DELIMITED BY SIZE
               INTO NEW-REFERENCE.
           MOVE SPACES TO NEW-REASON.
           STRING "Transf. devuelta: " DELIMITED BY SIZE
               RT-REASON DELIMITED BY SIZE
               INTO NEW-REASON.

       RECOLECTAR-LOG-COTIZACIONES.
           MOVE ZERO TO FP-RECORDS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT RATE-IMPORT-LOG-FILE.

           IF F-INPUT-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ RATE-IMPORT-LOG-FILE
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           ADD 1 TO FP-RECORDS
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE RATE-IMPORT-LOG-FILE.

           MOVE ZERO TO LOG-SKIP.
           MOVE COLLECT-SOURCE TO ESR-SOURCE.

           READ EXCEPTION-SOURCES-FILE
               KEY IS ESR-SOURCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ESR-RECORDS = FP-RECORDS
                       DISPLAY COLLECT-SOURCE
                           ": sin novedades desde la última corrida"
                       EXIT PARAGRAPH
                   END-IF
                   IF ESR-RECORDS < FP-RECORDS
                       MOVE ESR-RECORDS TO LOG-SKIP
                   END-IF
           END-READ.

           MOVE ZERO TO SOURCE-NEW-ITEMS.
           MOVE ZERO TO LOG-POSITION.
           SET PASADA-CARGA TO TRUE.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT RATE-IMPORT-LOG-FILE.

           IF F-INPUT-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ RATE-IMPORT-LOG-FILE
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           ADD 1 TO LOG-POSITION
                           IF LOG-POSITION > LOG-SKIP
                               AND RIL-RESULT NOT = "CARGADA"
                               PERFORM TOMAR-COTIZACION-APARTADA
                               PERFORM PROCESAR-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE RATE-IMPORT-LOG-FILE.

           MOVE ZERO TO FP-TOTAL.
           MOVE ZERO TO FP-HASH.
           PERFORM GUARDAR-HUELLA.

       TOMAR-COTIZACION-APARTADA.
           MOVE ZERO TO NEW-ACCOUNT.
           MOVE RIL-NEW-VALUE TO NEW-AMOUNT.
           MOVE RIL-DATE TO NEW-EXTRA.
           MOVE SPACES TO NEW-REFERENCE.
           STRING RIL-PAIR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RIL-DATE DELIMITED BY SIZE
               INTO NEW-REFERENCE.
           MOVE SPACES TO NEW-REASON.
           IF RIL-RESULT = "APARTADA"
               STRING "Cotización fuera de tolerancia, previa "
                   DELIMITED BY SIZE
                   RIL-OLD-VALUE DELIMITED BY SIZE
                   INTO NEW-REASON
           ELSE
               STRING "Cotización no cargada: " DELIMITED BY SIZE
                   RIL-RESULT DELIMITED BY SIZE
                   INTO NEW-REASON
           END-IF.

       LEER-FALLAS-INTEGRIDAD.
           PERFORM INICIAR-PASADA.

           OPEN INPUT INTEGRITY-BREAKS-FILE.

           IF F-INPUT-STATUS NOT = "00"
               CLOSE INTEGRITY-BREAKS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ INTEGRITY-BREAKS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE ZERO TO NEW-ACCOUNT
                       MOVE ZERO TO NEW-AMOUNT
                       MOVE IB-DATE TO NEW-EXTRA
                       MOVE IB-FILE-NAME TO NEW-REFERENCE
                       MOVE SPACES TO NEW-REASON
                       STRING "Archivo con falla, status "
                           DELIMITED BY SIZE
                           IB-FILE-STATUS DELIMITED BY SIZE
                           INTO NEW-REASON
                       PERFORM PROCESAR-CANDIDATO
               END-READ
           END-PERFORM.

           CLOSE INTEGRITY-BREAKS-FILE.

       LEER-DISCREPANCIAS-TOTALES.
           PERFORM INICIAR-PASADA.

           OPEN INPUT CONTROL-BREAKS-FILE.

           IF F-INPUT-STATUS NOT = "00"
               CLOSE CONTROL-BREAKS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CONTROL-BREAKS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE ZERO TO NEW-ACCOUNT
                       MOVE ZERO TO NEW-AMOUNT
                       MOVE CTB-DATE TO NEW-EXTRA
                       MOVE CTB-FILE-NAME TO NEW-REFERENCE
                       MOVE SPACES TO NEW-REASON
                       STRING "Registros " DELIMITED BY SIZE
                           CTB-ACTUAL DELIMITED BY SIZE
                           ", esperados " DELIMITED BY SIZE
                           CTB-EXPECTED DELIMITED BY SIZE
                           INTO NEW-REASON
                       PERFORM PROCESAR-CANDIDATO
               END-READ
           END-PERFORM.

           CLOSE CONTROL-BREAKS-FILE.

       INICIAR-PASADA.
           SET F-NOT-ENDED TO TRUE.

           IF PASADA-HUELLA
               MOVE ZERO TO FP-RECORDS
               MOVE ZERO TO FP-TOTAL
               MOVE ZERO TO FP-HASH
           ELSE
               MOVE ZERO TO SOURCE-NEW-ITEMS
           END-IF.

       PROCESAR-CANDIDATO.
           IF PASADA-HUELLA
               ADD 1 TO FP-RECORDS
               ADD NEW-AMOUNT TO FP-TOTAL
               COMPUTE FP-HASH = FUNCTION MOD(
                   FP-HASH * 7 + NEW-ACCOUNT + NEW-EXTRA
                   + NEW-AMOUNT * 100, 10000000000000)
           ELSE
               PERFORM REGISTRAR-EXCEPCION
           END-IF.

       COMPARAR-HUELLA.
           SET FUENTE-CON-NOVEDADES TO TRUE.

           IF FP-RECORDS = ZERO
               SET FUENTE-SIN-NOVEDADES TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE COLLECT-SOURCE TO ESR-SOURCE.

           READ EXCEPTION-SOURCES-FILE
               KEY IS ESR-SOURCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ESR-RECORDS = FP-RECORDS
                       AND ESR-TOTAL = FP-TOTAL
                       AND ESR-HASH = FP-HASH
                       SET FUENTE-SIN-NOVEDADES TO TRUE
                       DISPLAY COLLECT-SOURCE
                           ": el archivo ya fue recogido el "
                           ESR-LAST-DATE ", no se duplica"
                   END-IF
           END-READ.

       GUARDAR-HUELLA.
           MOVE COLLECT-SOURCE TO ESR-SOURCE.
           MOVE FP-RECORDS TO ESR-RECORDS.
           MOVE FP-TOTAL TO ESR-TOTAL.
           MOVE FP-HASH TO ESR-HASH.
           MOVE WS-BUSINESS-DATE TO ESR-LAST-DATE.

           WRITE EXCEPTION-SOURCE-RECORD
               INVALID KEY
                   REWRITE EXCEPTION-SOURCE-RECORD
                       INVALID KEY
                           DISPLAY "ATENCIÓN: no se pudo guardar la "
                               "huella de " COLLECT-SOURCE
                               ", la próxima pasada la relee"
                   END-REWRITE
           END-WRITE.

           DISPLAY COLLECT-SOURCE ": " SOURCE-NEW-ITEMS
               " excepciones nuevas".

       REGISTRAR-EXCEPCION.
           ADD 1 TO LAST-EXCEPTION-ID.

           MOVE LAST-EXCEPTION-ID TO EXC-ID.
           MOVE WS-BUSINESS-DATE TO EXC-DATE.
           MOVE COLLECT-SOURCE TO EXC-SOURCE.
           MOVE NEW-ACCOUNT TO EXC-ACCOUNT.
           MOVE NEW-AMOUNT TO EXC-AMOUNT.
           MOVE NEW-REFERENCE TO EXC-REFERENCE.
           MOVE NEW-REASON TO EXC-REASON.
           SET EXC-OPEN TO TRUE.
           MOVE SPACES TO EXC-ASSIGNED-TO.
           MOVE ZERO TO EXC-DAYS-OPEN.
           MOVE SPACES TO EXC-RESOLVED-BY.
           MOVE ZERO TO EXC-RESOLVED-DATE.
           MOVE SPACES TO EXC-COMMENT.

           WRITE EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "No fue posible registrar la excepción "
                       EXC-ID " de " COLLECT-SOURCE
               NOT INVALID KEY
                   ADD 1 TO ITEMS-COLLECTED
                   ADD 1 TO SOURCE-NEW-ITEMS
           END-WRITE.

       ARRASTRAR-PENDIENTES.
           MOVE "ID       Fuente       Cuenta          Importe Dias"
               TO WS-REPORT-LINE.
           MOVE "Asignado a" TO WS-REPORT-LINE(53:10).
           PERFORM EMITIR-LINEA.

           SET F-NOT-ENDED TO TRUE.

           MOVE ZERO TO EXC-ID.

           START EXCEPTIONS-FILE KEY IS >= EXC-ID
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ EXCEPTIONS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF EXC-UNRESOLVED
                           PERFORM ACTUALIZAR-ANTIGUEDAD
                       END-IF
                       IF EXC-RESOLVED
                           AND EXC-RESOLVED-DATE = WS-BUSINESS-DATE
                           ADD 1 TO ITEMS-RESOLVED-TODAY
                       END-IF
               END-READ
           END-PERFORM.

       ACTUALIZAR-ANTIGUEDAD.
           COMPUTE EXC-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(EXC-DATE).

           REWRITE EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar la excepción "
                       EXC-ID
           END-REWRITE.

           IF EXC-DAYS-OPEN > ZERO
               ADD 1 TO ITEMS-CARRIED
           END-IF.

           IF EXC-DAYS-OPEN > OLDEST-DAYS
               MOVE EXC-DAYS-OPEN TO OLDEST-DAYS
           END-IF.

           IF EXC-ASSIGNED
               ADD 1 TO ITEMS-ASSIGNED
               MOVE EXC-ASSIGNED-TO TO WS-ASSIGNED-TEXT
           ELSE
               ADD 1 TO ITEMS-OPEN
               MOVE "(sin asignar)" TO WS-ASSIGNED-TEXT
           END-IF.

           MOVE EXC-AMOUNT TO AMOUNT-EDIT.
           MOVE EXC-DAYS-OPEN TO DAYS-EDIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING EXC-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ASSIGNED-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "         " DELIMITED BY SIZE
               EXC-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-REFERENCE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM exceptions-worklist-run.
