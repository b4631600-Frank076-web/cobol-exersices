       IDENTIFICATION DIVISION.
       PROGRAM-ID. debtor-classification-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL DEBTOR-CLASS-CONTROL-FILE
       ASSIGN TO "debtor-class.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-CLASS-CONTROL-STATUS.

       SELECT OPTIONAL GL-POSTING-FILE
       ASSIGN TO "gl-postings.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-POSTING-STATUS.

       COPY "../copylib/physic-debtor-classes.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-loan-schedule.cpy".
       COPY "../copylib/physic-collateral.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-transactions.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  DEBTOR-CLASS-CONTROL-FILE.
       01  DEBTOR-CLASS-CONTROL-RECORD.
           05  DCF-LAST-DATE PIC 9(8).
           05  DCF-LAST-PROVISION PIC 9(12)V99.

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD.
           05  GLP-TIPO PIC X.
               88  GLP-ES-CABECERA VALUE 'H'.
               88  GLP-ES-LINEA VALUE 'L'.
           05  GLP-DATOS PIC X(40).
           05  GLP-CABECERA REDEFINES GLP-DATOS.
               10  GLP-FECHA PIC 9(8).
               10  GLP-CANT-LINEAS PIC 9(6).
               10  GLP-HASH-TOTAL PIC 9(14)V99.
               10  FILLER PIC X(10).
           05  GLP-LINEA REDEFINES GLP-DATOS.
               10  GLP-CUENTA-GL PIC X(8).
               10  GLP-DEBE-HABER PIC X.
               10  GLP-IMPORTE PIC 9(12)V99.
               10  GLP-CONCEPTO PIC X(4).
               10  FILLER PIC X(13).

       COPY "../copylib/logic-debtor-classes.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-loan-schedule.cpy".
       COPY "../copylib/logic-collateral.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-transactions.cpy".

       WORKING-STORAGE SECTION.
       01  F-CLASS-CONTROL-STATUS PIC XX.
       01  F-POSTING-STATUS PIC XX.
       01  F-DEBTOR-CLASSES-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-SCHEDULE-STATUS PIC XX.
       01  F-COLLATERAL-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  SCHEDULE-EOF-FLAG PIC X.
           88  SCHEDULE-ENDED VALUE 'Y'.
           88  SCHEDULE-NOT-ENDED VALUE 'N'.

       01  COLL-EOF-FLAG PIC X.
           88  COLL-ENDED VALUE 'Y'.
           88  COLL-NOT-ENDED VALUE 'N'.

       01  LEDGER-EOF-FLAG PIC X.
           88  LEDGER-ENDED VALUE 'Y'.
           88  LEDGER-NOT-ENDED VALUE 'N'.

       01  TODAY-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  GL-CLOSED-PERIOD PIC 9(6).
       01  GL-PERIOD-STATE PIC X.
           88  GL-PERIOD-OPEN VALUE 'O'.
           88  GL-PERIOD-CLOSED VALUE 'C'.
       01  PREVIOUS-DATE PIC 9(8) VALUE ZERO.

       01  WS-RATE-PAIR PIC X(6) VALUE "USDARS".
       01  WS-RATE-DATE PIC 9(8).
       01  CLOSING-RATE PIC 9(6)V99.
       01  WS-RATE-FOUND PIC X.
           88  RATE-OK VALUE 'Y'.
           88  RATE-MISSING VALUE 'N'.

       01  PROVISION-RATES.
           05  FILLER PIC 9V9999 VALUE 0.0100.
           05  FILLER PIC 9V9999 VALUE 0.0500.
           05  FILLER PIC 9V9999 VALUE 0.2500.
           05  FILLER PIC 9V9999 VALUE 0.5000.
           05  FILLER PIC 9V9999 VALUE 1.0000.
       01  PROVISION-RATES-R REDEFINES PROVISION-RATES.
           05  PROVISION-RATE PIC 9V9999 OCCURS 5 TIMES.

       01  APPRAISAL-MAX-AGE PIC 9(3) VALUE 365.

       01  DEBTOR-TABLE.
           05  DEBTOR-ENTRY OCCURS 1000 TIMES.
               10  DT-DNI PIC 9(8).
               10  DT-DAYS PIC 9(5).
               10  DT-LOANS PIC 9(10)V99.
               10  DT-OVERDRAFT PIC 9(10)V99.
               10  DT-COLLATERAL PIC 9(10)V99.
               10  DT-SITUATION PIC 9.
               10  DT-RATE PIC 9V9999.
               10  DT-PROVISION PIC 9(10)V99.
               10  DT-MATCHED PIC X.
       01  DEBTOR-COUNT PIC 9(4) VALUE ZERO.
       01  DEBTOR-I PIC 9(4).
       01  DEBTOR-DNI PIC 9(8).
       01  DEBTOR-FOUND-FLAG PIC X.
           88  DEBTOR-FOUND VALUE 'Y'.
           88  DEBTOR-NOT-FOUND VALUE 'N'.

       01  SITUATION-TOTALS.
           05  SITUATION-ENTRY OCCURS 5 TIMES.
               10  ST-COUNT PIC 9(6).
               10  ST-EXPOSURE PIC 9(12)V99.
               10  ST-PROVISION PIC 9(12)V99.
       01  SITUATION-I PIC 9.

       01  MIGRATION-MATRIX.
           05  MIG-FROM OCCURS 6 TIMES.
               10  MIG-TO PIC 9(6) OCCURS 6 TIMES.
       01  MIG-FROM-I PIC 9.
       01  MIG-TO-I PIC 9.

       01  MATRIX-HEADER.
           05  FILLER PIC X(6) VALUE SPACES.
           05  MH-CELL OCCURS 6 TIMES.
               10  FILLER PIC X(5) VALUE "   a ".
               10  MH-TO PIC 9.
               10  FILLER PIC X(2) VALUE SPACES.
       01  MATRIX-LINE.
           05  FILLER PIC X(5) VALUE "  de ".
           05  ML-FROM PIC 9.
           05  ML-CELL OCCURS 6 TIMES.
               10  FILLER PIC X(2) VALUE SPACES.
               10  ML-COUNT PIC Z(5)9.

       01  LOAN-DAYS-PAST-DUE PIC 9(5).
       01  LOAN-COLLATERAL PIC 9(12)V99.
       01  ROW-DAYS PIC S9(7).
       01  NEGATIVE-SINCE PIC 9(8).
       01  OVERDRAFT-DAYS PIC S9(7).
       01  OVERDRAFT-AMOUNT PIC 9(12)V99.
       01  NET-EXPOSURE PIC S9(12)V99.
       01  DEBTOR-EXPOSURE PIC 9(12)V99.

       01  TOTAL-PROVISION PIC 9(12)V99 VALUE ZERO.
       01  PREVIOUS-PROVISION PIC 9(12)V99 VALUE ZERO.
       01  PROVISION-DELTA PIC S9(12)V99.
       01  PROVISION-ABSOLUTE PIC 9(12)V99.
       01  DEBTORS-SKIPPED PIC 9(6) VALUE ZERO.

       01  GL-PROVISION-ALLOWANCE PIC X(8) VALUE "13990001".
       01  GL-PROVISION-CHARGE PIC X(8) VALUE "52010001".

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "MIGRACION-DEUDORES".
       01  WS-REPORT-LINE PIC X(80).
       01  WS-TOTAL-EDIT PIC Z(11)9.99.
       01  WS-PROVISION-EDIT PIC Z(11)9.99.
       01  WS-DELTA-EDIT PIC -(11)9.99.
       01  WS-COUNT-EDIT PIC Z(5)9.

       01  WS-JOB-NAME PIC X(30) VALUE "debtor-classification-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Clasificación de deudores y previsiones ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING TODAY-DATE WS-DAY-STATE.

           CALL "./common/gl-period-check"
               USING TODAY-DATE GL-CLOSED-PERIOD GL-PERIOD-STATE.

           IF GL-PERIOD-CLOSED
               DISPLAY
               "El período contable " TODAY-DATE(1:6)
               " está cerrado, no se clasifica la cartera"
               GOBACK
           END-IF.

           PERFORM LEER-ULTIMA-CLASIFICACION.

           IF PREVIOUS-DATE(1:6) = TODAY-DATE(1:6)
               DISPLAY
               "La cartera ya fue clasificada este mes ("
               PREVIOUS-DATE "), no se repite"
               GOBACK
           END-IF.

           MOVE TODAY-DATE TO WS-RATE-DATE.

           CALL "./common/exchange-rate"
               USING WS-RATE-PAIR WS-RATE-DATE
               CLOSING-RATE WS-RATE-FOUND.

           INITIALIZE SITUATION-TOTALS.
           INITIALIZE MIGRATION-MATRIX.

           PERFORM ACUMULAR-PRESTAMOS.
           PERFORM ACUMULAR-DESCUBIERTOS.

           PERFORM CLASIFICAR-UN-DEUDOR
               VARYING DEBTOR-I FROM 1 BY 1
               UNTIL DEBTOR-I > DEBTOR-COUNT.

           PERFORM ACTUALIZAR-CLASIFICACIONES.

           COMPUTE PROVISION-DELTA =
               TOTAL-PROVISION - PREVIOUS-PROVISION.

           PERFORM EMITIR-REPORTE-MIGRACION.

           IF PROVISION-DELTA = ZERO
               DISPLAY "Sin variación de previsiones, no se "
                   "generan asientos"
           ELSE
               PERFORM GRABAR-ASIENTO-PREVISIONES
           END-IF.

           PERFORM GRABAR-ULTIMA-CLASIFICACION.

           IF DEBTORS-SKIPPED > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE DEBTOR-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       LEER-ULTIMA-CLASIFICACION.
           OPEN INPUT DEBTOR-CLASS-CONTROL-FILE.

           IF F-CLASS-CONTROL-STATUS = "00"
               READ DEBTOR-CLASS-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DCF-LAST-DATE TO PREVIOUS-DATE
               END-READ
           END-IF.

           CLOSE DEBTOR-CLASS-CONTROL-FILE.

       GRABAR-ULTIMA-CLASIFICACION.
           OPEN OUTPUT DEBTOR-CLASS-CONTROL-FILE.
           MOVE TODAY-DATE TO DCF-LAST-DATE.
           MOVE TOTAL-PROVISION TO DCF-LAST-PROVISION.
           WRITE DEBTOR-CLASS-CONTROL-RECORD.
           CLOSE DEBTOR-CLASS-CONTROL-FILE.

       ACUMULAR-PRESTAMOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT LOANS-FILE.

           IF F-LOANS-STATUS NOT = "00"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LOAN-SCHEDULE-FILE.
           OPEN INPUT COLLATERAL-FILE.

           PERFORM UNTIL F-ENDED
               READ LOANS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF LOAN-ACTIVE AND LOAN-BALANCE > ZERO
                           PERFORM ACUMULAR-UN-PRESTAMO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COLLATERAL-FILE.
           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE LOANS-FILE.

       ACUMULAR-UN-PRESTAMO.
           MOVE LOAN-DNI TO DEBTOR-DNI.
           PERFORM UBICAR-DEUDOR.

           IF DEBTOR-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           ADD LOAN-BALANCE TO DT-LOANS(DEBTOR-I).

           PERFORM BUSCAR-PEOR-CUOTA-VENCIDA.

           IF LOAN-DAYS-PAST-DUE > DT-DAYS(DEBTOR-I)
               MOVE LOAN-DAYS-PAST-DUE TO DT-DAYS(DEBTOR-I)
           END-IF.

           PERFORM SUMAR-GARANTIAS-DEL-PRESTAMO.

           ADD LOAN-COLLATERAL TO DT-COLLATERAL(DEBTOR-I).

       BUSCAR-PEOR-CUOTA-VENCIDA.
           MOVE ZERO TO LOAN-DAYS-PAST-DUE.
           SET SCHEDULE-NOT-ENDED TO TRUE.

           MOVE LOAN-ID TO LSCH-LOAN-ID.
           MOVE ZERO TO LSCH-INSTALLMENT-NO.

           START LOAN-SCHEDULE-FILE
               KEY IS GREATER THAN OR EQUAL TO LSCH-KEY
               INVALID KEY
                   SET SCHEDULE-ENDED TO TRUE
           END-START.

           PERFORM UNTIL SCHEDULE-ENDED
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       SET SCHEDULE-ENDED TO TRUE
                   NOT AT END
                       IF LSCH-LOAN-ID NOT = LOAN-ID
                           SET SCHEDULE-ENDED TO TRUE
                       ELSE
                           IF LSCH-MISSED
                               AND LSCH-DUE-DATE < TODAY-DATE
                               PERFORM MEDIR-ATRASO-DE-CUOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MEDIR-ATRASO-DE-CUOTA.
           COMPUTE ROW-DAYS =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(LSCH-DUE-DATE).

           IF ROW-DAYS > 99999
               MOVE 99999 TO ROW-DAYS
           END-IF.

           IF ROW-DAYS > LOAN-DAYS-PAST-DUE
               MOVE ROW-DAYS TO LOAN-DAYS-PAST-DUE
           END-IF.

       SUMAR-GARANTIAS-DEL-PRESTAMO.
           MOVE ZERO TO LOAN-COLLATERAL.
           SET COLL-NOT-ENDED TO TRUE.

           MOVE LOAN-ID TO COLL-LOAN-ID.

           START COLLATERAL-FILE
               KEY IS GREATER THAN OR EQUAL TO COLL-LOAN-ID
               INVALID KEY
                   SET COLL-ENDED TO TRUE
           END-START.

           PERFORM UNTIL COLL-ENDED
               READ COLLATERAL-FILE NEXT RECORD
                   AT END
                       SET COLL-ENDED TO TRUE
                   NOT AT END
                       IF COLL-LOAN-ID NOT = LOAN-ID
                           SET COLL-ENDED TO TRUE
                       ELSE
                           PERFORM SUMAR-GARANTIA-ELEGIBLE
                       END-IF
               END-READ
           END-PERFORM.

           IF LOAN-COLLATERAL > LOAN-BALANCE
               MOVE LOAN-BALANCE TO LOAN-COLLATERAL
           END-IF.

       SUMAR-GARANTIA-ELEGIBLE.
           IF NOT COLL-ACTIVE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN COLL-IS-TERM-DEPOSIT
                   ADD COLL-VALUE TO LOAN-COLLATERAL
               WHEN COLL-IS-VEHICLE
                   IF COLL-APPRAISAL-DATE NOT = ZERO
                       AND COLL-APPRAISAL-DATE NOT > TODAY-DATE
                       AND FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(COLL-APPRAISAL-DATE)
                       NOT > APPRAISAL-MAX-AGE
                       ADD COLL-VALUE TO LOAN-COLLATERAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACUMULAR-DESCUBIERTOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TRANSACTIONS-FILE.

           PERFORM UNTIL F-ENDED
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ACCOUNT-BILL < ZERO
                           AND NOT ACCOUNT-CLOSED
                           PERFORM ACUMULAR-UN-DESCUBIERTO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANSACTIONS-FILE.
           CLOSE ACCOUNTS-FILE.

       ACUMULAR-UN-DESCUBIERTO.
           COMPUTE OVERDRAFT-AMOUNT = ZERO - ACCOUNT-BILL.

           IF CURRENCY-USD
               IF RATE-MISSING
                   DISPLAY
                   "Cuenta " ACCOUNT-KEY ": descubierto en USD sin "
                   "cotización de cierre, queda fuera de la "
                   "clasificación"
                   ADD 1 TO DEBTORS-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               COMPUTE OVERDRAFT-AMOUNT ROUNDED =
                   OVERDRAFT-AMOUNT * CLOSING-RATE
           END-IF.

           MOVE ACCOUNT-CLIENT-DNI TO DEBTOR-DNI.
           PERFORM UBICAR-DEUDOR.

           IF DEBTOR-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           ADD OVERDRAFT-AMOUNT TO DT-OVERDRAFT(DEBTOR-I).

           PERFORM CALCULAR-DIAS-DESCUBIERTO.

           IF OVERDRAFT-DAYS > DT-DAYS(DEBTOR-I)
               MOVE OVERDRAFT-DAYS TO DT-DAYS(DEBTOR-I)
           END-IF.

       CALCULAR-DIAS-DESCUBIERTO.
           MOVE ZERO TO NEGATIVE-SINCE.
           MOVE ZERO TO OVERDRAFT-DAYS.
           SET LEDGER-NOT-ENDED TO TRUE.

           MOVE ACCOUNT-KEY TO TRANS-ACCOUNT-KEY.
           MOVE ZERO TO TRANS-DATE.
           MOVE ZERO TO TRANS-SEQ.

           START TRANSACTIONS-FILE
               KEY IS GREATER THAN OR EQUAL TO TRANS-LEDGER-KEY
               INVALID KEY
                   SET LEDGER-ENDED TO TRUE
           END-START.

           PERFORM UNTIL LEDGER-ENDED
               READ TRANSACTIONS-FILE NEXT RECORD
                   AT END
                       SET LEDGER-ENDED TO TRUE
                   NOT AT END
                       IF TRANS-ACCOUNT-KEY NOT = ACCOUNT-KEY
                           SET LEDGER-ENDED TO TRUE
                       ELSE
                           IF TRANS-BALANCE < ZERO
                               IF NEGATIVE-SINCE = ZERO
                                   MOVE TRANS-DATE TO NEGATIVE-SINCE
                               END-IF
                           ELSE
                               MOVE ZERO TO NEGATIVE-SINCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF NEGATIVE-SINCE NOT = ZERO
               AND NEGATIVE-SINCE < TODAY-DATE
               COMPUTE OVERDRAFT-DAYS =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(NEGATIVE-SINCE)
               IF OVERDRAFT-DAYS > 99999
                   MOVE 99999 TO OVERDRAFT-DAYS
               END-IF
           END-IF.

       BUSCAR-DEUDOR.
           SET DEBTOR-NOT-FOUND TO TRUE.

           PERFORM VARYING DEBTOR-I FROM 1 BY 1
               UNTIL DEBTOR-I > DEBTOR-COUNT OR DEBTOR-FOUND
               IF DT-DNI(DEBTOR-I) = DEBTOR-DNI
                   SET DEBTOR-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF DEBTOR-FOUND
               SUBTRACT 1 FROM DEBTOR-I
           END-IF.

       UBICAR-DEUDOR.
           PERFORM BUSCAR-DEUDOR.

           IF DEBTOR-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF DEBTOR-COUNT < 1000
               ADD 1 TO DEBTOR-COUNT
               MOVE DEBTOR-COUNT TO DEBTOR-I
               MOVE DEBTOR-DNI TO DT-DNI(DEBTOR-I)
               MOVE ZERO TO DT-DAYS(DEBTOR-I)
               MOVE ZERO TO DT-LOANS(DEBTOR-I)
               MOVE ZERO TO DT-OVERDRAFT(DEBTOR-I)
               MOVE ZERO TO DT-COLLATERAL(DEBTOR-I)
               MOVE ZERO TO DT-SITUATION(DEBTOR-I)
               MOVE ZERO TO DT-RATE(DEBTOR-I)
               MOVE ZERO TO DT-PROVISION(DEBTOR-I)
               MOVE 'N' TO DT-MATCHED(DEBTOR-I)
               SET DEBTOR-FOUND TO TRUE
           ELSE
               DISPLAY
               "ATENCIÓN: la tabla de deudores está llena, el "
               "DNI " DEBTOR-DNI " queda fuera de la corrida"
               ADD 1 TO DEBTORS-SKIPPED
           END-IF.

       CLASIFICAR-UN-DEUDOR.
           EVALUATE TRUE
               WHEN DT-DAYS(DEBTOR-I) NOT > 31
                   MOVE 1 TO DT-SITUATION(DEBTOR-I)
               WHEN DT-DAYS(DEBTOR-I) NOT > 90
                   MOVE 2 TO DT-SITUATION(DEBTOR-I)
               WHEN DT-DAYS(DEBTOR-I) NOT > 180
                   MOVE 3 TO DT-SITUATION(DEBTOR-I)
               WHEN DT-DAYS(DEBTOR-I) NOT > 365
                   MOVE 4 TO DT-SITUATION(DEBTOR-I)
               WHEN OTHER
                   MOVE 5 TO DT-SITUATION(DEBTOR-I)
           END-EVALUATE.

           MOVE DT-SITUATION(DEBTOR-I) TO SITUATION-I.
           MOVE PROVISION-RATE(SITUATION-I) TO DT-RATE(DEBTOR-I).

           COMPUTE DEBTOR-EXPOSURE =
               DT-LOANS(DEBTOR-I) + DT-OVERDRAFT(DEBTOR-I).

           COMPUTE NET-EXPOSURE =
               DEBTOR-EXPOSURE - DT-COLLATERAL(DEBTOR-I).

           IF NET-EXPOSURE < ZERO
               MOVE ZERO TO NET-EXPOSURE
           END-IF.

           COMPUTE DT-PROVISION(DEBTOR-I) ROUNDED =
               NET-EXPOSURE * DT-RATE(DEBTOR-I).

           ADD DT-PROVISION(DEBTOR-I) TO TOTAL-PROVISION.

           ADD 1 TO ST-COUNT(SITUATION-I).
           ADD DEBTOR-EXPOSURE TO ST-EXPOSURE(SITUATION-I).
           ADD DT-PROVISION(DEBTOR-I) TO ST-PROVISION(SITUATION-I).

       ACTUALIZAR-CLASIFICACIONES.
           SET F-NOT-ENDED TO TRUE.

           OPEN I-O DEBTOR-CLASSES-FILE.

           PERFORM UNTIL F-ENDED
               READ DEBTOR-CLASSES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM ACTUALIZAR-UN-DEUDOR
               END-READ
           END-PERFORM.

           PERFORM ALTA-DEUDOR-NUEVO
               VARYING DEBTOR-I FROM 1 BY 1
               UNTIL DEBTOR-I > DEBTOR-COUNT.

           CLOSE DEBTOR-CLASSES-FILE.

       ACTUALIZAR-UN-DEUDOR.
           ADD DCL-PROVISION TO PREVIOUS-PROVISION.

           MOVE DCL-SITUATION TO DCL-PREV-SITUATION.
           MOVE DCL-PROVISION TO DCL-PREV-PROVISION.

           MOVE DCL-DNI TO DEBTOR-DNI.
           PERFORM BUSCAR-DEUDOR.

           IF DEBTOR-FOUND
               MOVE 'Y' TO DT-MATCHED(DEBTOR-I)
               PERFORM CARGAR-DATOS-DEL-DEUDOR
           ELSE
               MOVE ZERO TO DCL-SITUATION
               MOVE ZERO TO DCL-DAYS-PAST-DUE
               MOVE ZERO TO DCL-LOAN-BALANCE
               MOVE ZERO TO DCL-OVERDRAFT-BALANCE
               MOVE ZERO TO DCL-COLLATERAL
               MOVE ZERO TO DCL-PROVISION-RATE
               MOVE ZERO TO DCL-PROVISION
           END-IF.

           MOVE TODAY-DATE TO DCL-RUN-DATE.

           REWRITE DEBTOR-CLASS-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: no se pudo actualizar la "
                   "clasificación del DNI " DCL-DNI
           END-REWRITE.

           IF DCL-PREV-SITUATION NOT = ZERO
               OR DCL-SITUATION NOT = ZERO
               PERFORM CONTAR-MIGRACION
           END-IF.

       ALTA-DEUDOR-NUEVO.
           IF DT-MATCHED(DEBTOR-I) = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE DT-DNI(DEBTOR-I) TO DCL-DNI.
           MOVE ZERO TO DCL-PREV-SITUATION.
           MOVE ZERO TO DCL-PREV-PROVISION.
           PERFORM CARGAR-DATOS-DEL-DEUDOR.
           MOVE TODAY-DATE TO DCL-RUN-DATE.

           WRITE DEBTOR-CLASS-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: no se pudo registrar la "
                   "clasificación del DNI " DCL-DNI
           END-WRITE.

           PERFORM CONTAR-MIGRACION.

       CARGAR-DATOS-DEL-DEUDOR.
           MOVE DT-SITUATION(DEBTOR-I) TO DCL-SITUATION.
           MOVE DT-DAYS(DEBTOR-I) TO DCL-DAYS-PAST-DUE.
           MOVE DT-LOANS(DEBTOR-I) TO DCL-LOAN-BALANCE.
           MOVE DT-OVERDRAFT(DEBTOR-I) TO DCL-OVERDRAFT-BALANCE.
           MOVE DT-COLLATERAL(DEBTOR-I) TO DCL-COLLATERAL.
           MOVE DT-RATE(DEBTOR-I) TO DCL-PROVISION-RATE.
           MOVE DT-PROVISION(DEBTOR-I) TO DCL-PROVISION.

       CONTAR-MIGRACION.
           COMPUTE MIG-FROM-I = DCL-PREV-SITUATION + 1.
           COMPUTE MIG-TO-I = DCL-SITUATION + 1.
           ADD 1 TO MIG-TO(MIG-FROM-I, MIG-TO-I).

       EMITIR-REPORTE-MIGRACION.
           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Clasificación de deudores al " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM EMITIR-TOTAL-DE-SITUACION
               VARYING SITUATION-I FROM 1 BY 1
               UNTIL SITUATION-I > 5.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE TOTAL-PROVISION TO WS-TOTAL-EDIT.
           MOVE PREVIOUS-PROVISION TO WS-PROVISION-EDIT.
           STRING "Previsión requerida: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               " anterior: " DELIMITED BY SIZE
               WS-PROVISION-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE PROVISION-DELTA TO WS-DELTA-EDIT.
           STRING "Variación del mes: " DELIMITED BY SIZE
               WS-DELTA-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Migración desde la clasificación anterior "
               DELIMITED BY SIZE
               "(0 = sin deuda)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM VARYING MIG-TO-I FROM 1 BY 1 UNTIL MIG-TO-I > 6
               COMPUTE MH-TO(MIG-TO-I) = MIG-TO-I - 1
           END-PERFORM.
           MOVE MATRIX-HEADER TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM EMITIR-FILA-DE-MIGRACION
               VARYING MIG-FROM-I FROM 1 BY 1
               UNTIL MIG-FROM-I > 6.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       EMITIR-TOTAL-DE-SITUACION.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE ST-COUNT(SITUATION-I) TO WS-COUNT-EDIT.
           MOVE ST-EXPOSURE(SITUATION-I) TO WS-TOTAL-EDIT.
           MOVE ST-PROVISION(SITUATION-I) TO WS-PROVISION-EDIT.
           STRING "Situación " DELIMITED BY SIZE
               SITUATION-I DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " deudores, deuda " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               ", previsión " DELIMITED BY SIZE
               WS-PROVISION-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-FILA-DE-MIGRACION.
           COMPUTE ML-FROM = MIG-FROM-I - 1.

           PERFORM VARYING MIG-TO-I FROM 1 BY 1 UNTIL MIG-TO-I > 6
               MOVE MIG-TO(MIG-FROM-I, MIG-TO-I)
                   TO ML-COUNT(MIG-TO-I)
           END-PERFORM.

           MOVE MATRIX-LINE TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       GRABAR-ASIENTO-PREVISIONES.
           IF PROVISION-DELTA > ZERO
               MOVE PROVISION-DELTA TO PROVISION-ABSOLUTE
           ELSE
               COMPUTE PROVISION-ABSOLUTE = ZERO - PROVISION-DELTA
           END-IF.

           OPEN EXTEND GL-POSTING-FILE.
           IF F-POSTING-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF.

           SET GLP-ES-CABECERA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE TODAY-DATE TO GLP-FECHA.
           MOVE 2 TO GLP-CANT-LINEAS.
           MOVE PROVISION-ABSOLUTE TO GLP-HASH-TOTAL.
           WRITE GL-POSTING-RECORD.

           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           IF PROVISION-DELTA > ZERO
               MOVE GL-PROVISION-CHARGE TO GLP-CUENTA-GL
           ELSE
               MOVE GL-PROVISION-ALLOWANCE TO GLP-CUENTA-GL
           END-IF.
           MOVE 'D' TO GLP-DEBE-HABER.
           MOVE PROVISION-ABSOLUTE TO GLP-IMPORTE.
           MOVE "PREV" TO GLP-CONCEPTO.
           WRITE GL-POSTING-RECORD.

           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           IF PROVISION-DELTA > ZERO
               MOVE GL-PROVISION-ALLOWANCE TO GLP-CUENTA-GL
           ELSE
               MOVE GL-PROVISION-CHARGE TO GLP-CUENTA-GL
           END-IF.
           MOVE 'H' TO GLP-DEBE-HABER.
           MOVE PROVISION-ABSOLUTE TO GLP-IMPORTE.
           MOVE "PREV" TO GLP-CONCEPTO.
           WRITE GL-POSTING-RECORD.

           CLOSE GL-POSTING-FILE.

           DISPLAY
           "Asiento de previsiones agregado a gl-postings.dat".

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM debtor-classification-run.
