       IDENTIFICATION DIVISION.
       PROGRAM-ID. debtor-registry-extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXTRACT-FILE
       ASSIGN TO "central-deudores.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-EXTRACT-STATUS.

       SELECT OPTIONAL DEBTOR-CLASS-CONTROL-FILE
       ASSIGN TO "debtor-class.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-CLASS-CONTROL-STATUS.

       COPY "../copylib/physic-debtor-classes.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-own-bank.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  EX-TIPO PIC X.
               88  EX-ES-CABECERA VALUE 'H'.
               88  EX-ES-DETALLE VALUE 'D'.
               88  EX-ES-TRAILER VALUE 'T'.
           05  EX-DATOS PIC X(120).
           05  EX-CABECERA REDEFINES EX-DATOS.
               10  EX-ENTIDAD PIC 9(5).
               10  EX-PERIOD PIC 9(6).
               10  EX-CREATED PIC 9(8).
               10  FILLER PIC X(101).
           05  EX-DETALLE REDEFINES EX-DATOS.
               10  EX-DET-ENTIDAD PIC 9(5).
               10  EX-DET-PERIOD PIC 9(6).
               10  EX-ID-TYPE PIC 9(2).
               10  EX-ID-NUMBER PIC 9(11).
               10  EX-NAME PIC X(30).
               10  EX-SITUATION PIC 9.
               10  EX-LOANS PIC 9(10)V99.
               10  EX-OVERDRAFTS PIC 9(10)V99.
               10  EX-COLLATERAL PIC 9(10)V99.
               10  EX-DAYS-PAST-DUE PIC 9(5).
               10  EX-WRITTEN-OFF PIC 9(10)V99.
               10  FILLER PIC X(12).
           05  EX-TRAILER REDEFINES EX-DATOS.
               10  EX-TRAILER-COUNT PIC 9(8).
               10  EX-TRAILER-TOTAL PIC 9(14)V99.
               10  FILLER PIC X(96).

       FD  DEBTOR-CLASS-CONTROL-FILE.
       01  DEBTOR-CLASS-CONTROL-RECORD.
           05  DCF-LAST-DATE PIC 9(8).
           05  DCF-LAST-PROVISION PIC 9(12)V99.

       COPY "../copylib/logic-debtor-classes.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-own-bank.cpy".

       WORKING-STORAGE SECTION.
       01  F-EXTRACT-STATUS PIC XX.
       01  F-CLASS-CONTROL-STATUS PIC XX.
       01  F-DEBTOR-CLASSES-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-OWN-BANK-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  EXTRACT-PERIOD PIC 9(6).
       01  EXTRACT-PERIOD-R REDEFINES EXTRACT-PERIOD.
           05  EXTRACT-YEAR PIC 9(4).
           05  EXTRACT-MONTH PIC 9(2).
       01  CLASSIFIED-DATE PIC 9(8) VALUE ZERO.
       01  BANCO-PROPIO PIC 9(3) VALUE ZERO.

       01  WS-RATE-PAIR PIC X(6) VALUE "USDARS".
       01  WS-RATE-DATE PIC 9(8).
       01  CLOSING-RATE PIC 9(6)V99.
       01  WS-RATE-FOUND PIC X.
           88  RATE-OK VALUE 'Y'.
           88  RATE-MISSING VALUE 'N'.

       01  DEBTOR-TABLE.
           05  DEBTOR-ENTRY OCCURS 1000 TIMES.
               10  DT-DNI PIC 9(8).
               10  DT-LOANS PIC 9(10)V99.
               10  DT-OVERDRAFT PIC 9(10)V99.
               10  DT-WRITTEN-OFF PIC 9(10)V99.
               10  DT-WRITE-OFF-DATE PIC 9(8).
       01  DEBTOR-COUNT PIC 9(4) VALUE ZERO.
       01  DEBTOR-I PIC 9(4).
       01  DEBTOR-DNI PIC 9(8).
       01  DEBTOR-FOUND-FLAG PIC X.
           88  DEBTOR-FOUND VALUE 'Y'.
           88  DEBTOR-NOT-FOUND VALUE 'N'.

       01  OVERDRAFT-AMOUNT PIC 9(12)V99.
       01  WRITTEN-OFF-AMOUNT PIC 9(10)V99.

       01  ROW-FLAG PIC X.
           88  ROW-ACCEPTED VALUE 'Y'.
           88  ROW-REJECTED VALUE 'N'.
       01  REJECT-REASON PIC X(30).

       01  CUIT-NUMBER PIC 9(11).
       01  CUIT-DIGITS REDEFINES CUIT-NUMBER.
           05  CUIT-DIGIT PIC 9 OCCURS 11 TIMES.
       01  CUIT-PARTS REDEFINES CUIT-NUMBER.
           05  CUIT-PREFIX PIC 9(2).
           05  CUIT-DNI PIC 9(8).
           05  CUIT-CHECK PIC 9.
       01  CUIT-WEIGHTS.
           05  FILLER PIC 9 VALUE 5.
           05  FILLER PIC 9 VALUE 4.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 6.
           05  FILLER PIC 9 VALUE 5.
           05  FILLER PIC 9 VALUE 4.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 2.
       01  CUIT-WEIGHTS-R REDEFINES CUIT-WEIGHTS.
           05  CUIT-WEIGHT PIC 9 OCCURS 10 TIMES.
       01  CUIT-SUM PIC 9(4).
       01  CUIT-I PIC 99.
       01  CUIT-EXPECTED PIC 99.
       01  WS-CHECK-RESULT PIC X.
           88  CHECK-DIGIT-OK VALUE 'Y'.
           88  CHECK-DIGIT-BAD VALUE 'N'.

       01  ID-TYPE-CUIT PIC 9(2) VALUE 11.
       01  ID-TYPE-CUIL PIC 9(2) VALUE 12.

       01  EXTRACT-COUNT PIC 9(8) VALUE ZERO.
       01  EXTRACT-TOTAL PIC 9(14)V99 VALUE ZERO.
       01  REJECT-COUNT PIC 9(6) VALUE ZERO.
       01  CUILS-BUILT PIC 9(6) VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-TOTAL-EDIT PIC Z(13)9.99.
       01  WS-AMOUNT-EDIT PIC Z(9)9.99.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "RECHAZOS-CENDEU".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "debtor-registry-extract".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Régimen informativo Central de Deudores ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           DISPLAY "Período a informar (AAAAMM, 0 = mes anterior): ".
           ACCEPT EXTRACT-PERIOD.

           IF EXTRACT-PERIOD = ZERO
               PERFORM CALCULAR-MES-ANTERIOR
           END-IF.

           IF EXTRACT-MONTH < 1 OR EXTRACT-MONTH > 12
               DISPLAY "Período inválido"
               GOBACK
           END-IF.

           PERFORM LEER-ULTIMA-CLASIFICACION.

           IF CLASSIFIED-DATE(1:6) NOT = EXTRACT-PERIOD
               DISPLAY
               "La clasificación de deudores vigente no "
               "corresponde al período (última: " CLASSIFIED-DATE
               "), ejecute primero debtor-classification-run"
               MOVE "WARN" TO WS-JOB-OUTCOME
               MOVE ZERO TO WS-JOB-RECORDS
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               GOBACK
           END-IF.

           PERFORM LEER-BANCO-PROPIO.

           MOVE WS-BUSINESS-DATE TO WS-RATE-DATE.

           CALL "./common/exchange-rate"
               USING WS-RATE-PAIR WS-RATE-DATE
               CLOSING-RATE WS-RATE-FOUND.

           PERFORM ACUMULAR-PRESTAMOS.
           PERFORM ACUMULAR-DESCUBIERTOS.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Rechazos Central de Deudores período "
               DELIMITED BY SIZE
               EXTRACT-PERIOD DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           OPEN INPUT DEBTOR-CLASSES-FILE.
           OPEN INPUT CLIENTS-FILE.
           OPEN OUTPUT EXTRACT-FILE.

           SET EX-ES-CABECERA TO TRUE.
           MOVE SPACES TO EX-DATOS.
           MOVE BANCO-PROPIO TO EX-ENTIDAD.
           MOVE EXTRACT-PERIOD TO EX-PERIOD.
           MOVE WS-BUSINESS-DATE TO EX-CREATED.
           WRITE EXTRACT-RECORD.

           PERFORM EMITIR-DEUDOR
               VARYING DEBTOR-I FROM 1 BY 1
               UNTIL DEBTOR-I > DEBTOR-COUNT.

           SET EX-ES-TRAILER TO TRUE.
           MOVE SPACES TO EX-DATOS.
           MOVE EXTRACT-COUNT TO EX-TRAILER-COUNT.
           MOVE EXTRACT-TOTAL TO EX-TRAILER-TOTAL.
           WRITE EXTRACT-RECORD.

           CLOSE EXTRACT-FILE.
           CLOSE CLIENTS-FILE.
           CLOSE DEBTOR-CLASSES-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Filas rechazadas: " DELIMITED BY SIZE
               REJECT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           DISPLAY "Período informado: " EXTRACT-PERIOD.
           DISPLAY "Deudores informados: " EXTRACT-COUNT.
           DISPLAY "CUIL calculados por falta de CUIT: " CUILS-BUILT.
           MOVE EXTRACT-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Deuda total informada: " WS-TOTAL-EDIT.
           DISPLAY "Archivo generado: central-deudores.dat".

           IF REJECT-COUNT > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE EXTRACT-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       CALCULAR-MES-ANTERIOR.
           MOVE WS-BUSINESS-DATE(1:6) TO EXTRACT-PERIOD.

           IF EXTRACT-MONTH = 1
               SUBTRACT 1 FROM EXTRACT-YEAR
               MOVE 12 TO EXTRACT-MONTH
           ELSE
               SUBTRACT 1 FROM EXTRACT-MONTH
           END-IF.

       LEER-ULTIMA-CLASIFICACION.
           OPEN INPUT DEBTOR-CLASS-CONTROL-FILE.

           IF F-CLASS-CONTROL-STATUS = "00"
               READ DEBTOR-CLASS-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DCF-LAST-DATE TO CLASSIFIED-DATE
               END-READ
           END-IF.

           CLOSE DEBTOR-CLASS-CONTROL-FILE.

       LEER-BANCO-PROPIO.
           OPEN INPUT OWN-BANK-FILE.

           IF F-OWN-BANK-STATUS = "00"
               READ OWN-BANK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OB-BANK-CODE TO BANCO-PROPIO
               END-READ
           END-IF.

           CLOSE OWN-BANK-FILE.

       ACUMULAR-PRESTAMOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT LOANS-FILE.

           IF F-LOANS-STATUS NOT = "00"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ LOANS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF LOAN-ACTIVE AND LOAN-BALANCE > ZERO
                           MOVE LOAN-DNI TO DEBTOR-DNI
                           PERFORM UBICAR-DEUDOR
                           IF DEBTOR-FOUND
                               ADD LOAN-BALANCE TO DT-LOANS(DEBTOR-I)
                           END-IF
                       END-IF
                       IF LOAN-WRITTEN-OFF
                           AND LOAN-WRITE-OFF-AMOUNT > LOAN-RECOVERED
                           PERFORM ACUMULAR-UN-CASTIGADO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOANS-FILE.

       ACUMULAR-UN-CASTIGADO.
           COMPUTE WRITTEN-OFF-AMOUNT =
               LOAN-WRITE-OFF-AMOUNT - LOAN-RECOVERED.

           MOVE LOAN-DNI TO DEBTOR-DNI.
           PERFORM UBICAR-DEUDOR.

           IF DEBTOR-FOUND
               ADD WRITTEN-OFF-AMOUNT TO DT-WRITTEN-OFF(DEBTOR-I)
               IF DT-WRITE-OFF-DATE(DEBTOR-I) = ZERO
                   OR LOAN-WRITE-OFF-DATE < DT-WRITE-OFF-DATE(DEBTOR-I)
                   MOVE LOAN-WRITE-OFF-DATE
                       TO DT-WRITE-OFF-DATE(DEBTOR-I)
               END-IF
           END-IF.

       ACUMULAR-DESCUBIERTOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

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

           CLOSE ACCOUNTS-FILE.

       ACUMULAR-UN-DESCUBIERTO.
           COMPUTE OVERDRAFT-AMOUNT = ZERO - ACCOUNT-BILL.

           IF CURRENCY-USD
               IF RATE-MISSING
                   DISPLAY
                   "Cuenta " ACCOUNT-KEY ": descubierto en USD sin "
                   "cotización de cierre, no se informa"
                   ADD 1 TO REJECT-COUNT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE OVERDRAFT-AMOUNT ROUNDED =
                   OVERDRAFT-AMOUNT * CLOSING-RATE
           END-IF.

           MOVE ACCOUNT-CLIENT-DNI TO DEBTOR-DNI.
           PERFORM UBICAR-DEUDOR.

           IF DEBTOR-FOUND
               ADD OVERDRAFT-AMOUNT TO DT-OVERDRAFT(DEBTOR-I)
           END-IF.

       UBICAR-DEUDOR.
           SET DEBTOR-NOT-FOUND TO TRUE.

           PERFORM VARYING DEBTOR-I FROM 1 BY 1
               UNTIL DEBTOR-I > DEBTOR-COUNT OR DEBTOR-FOUND
               IF DT-DNI(DEBTOR-I) = DEBTOR-DNI
                   SET DEBTOR-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF DEBTOR-FOUND
               SUBTRACT 1 FROM DEBTOR-I
               EXIT PARAGRAPH
           END-IF.

           IF DEBTOR-COUNT < 1000
               ADD 1 TO DEBTOR-COUNT
               MOVE DEBTOR-COUNT TO DEBTOR-I
               MOVE DEBTOR-DNI TO DT-DNI(DEBTOR-I)
               MOVE ZERO TO DT-LOANS(DEBTOR-I)
               MOVE ZERO TO DT-OVERDRAFT(DEBTOR-I)
               MOVE ZERO TO DT-WRITTEN-OFF(DEBTOR-I)
               MOVE ZERO TO DT-WRITE-OFF-DATE(DEBTOR-I)
               SET DEBTOR-FOUND TO TRUE
           ELSE
               DISPLAY
               "ATENCIÓN: la tabla de deudores está llena, el "
               "DNI " DEBTOR-DNI " queda fuera del régimen"
               ADD 1 TO REJECT-COUNT
           END-IF.

       EMITIR-DEUDOR.
           SET ROW-ACCEPTED TO TRUE.
           MOVE SPACES TO REJECT-REASON.

           SET EX-ES-DETALLE TO TRUE.
           MOVE SPACES TO EX-DATOS.
           MOVE BANCO-PROPIO TO EX-DET-ENTIDAD.
           MOVE EXTRACT-PERIOD TO EX-DET-PERIOD.
           MOVE DT-LOANS(DEBTOR-I) TO EX-LOANS.
           MOVE DT-OVERDRAFT(DEBTOR-I) TO EX-OVERDRAFTS.
           MOVE DT-WRITTEN-OFF(DEBTOR-I) TO EX-WRITTEN-OFF.

           IF DT-DNI(DEBTOR-I) = ZERO
               SET ROW-REJECTED TO TRUE
               MOVE "DNI EN CERO" TO REJECT-REASON
           END-IF.

           IF ROW-ACCEPTED
               PERFORM VALIDAR-CLIENTE-DEUDOR
           END-IF.

           IF ROW-ACCEPTED
               PERFORM VALIDAR-SITUACION-DEUDOR
           END-IF.

           IF ROW-REJECTED
               PERFORM INFORMAR-RECHAZO
               EXIT PARAGRAPH
           END-IF.

           WRITE EXTRACT-RECORD.

           ADD 1 TO EXTRACT-COUNT.
           ADD DT-LOANS(DEBTOR-I) TO EXTRACT-TOTAL.
           ADD DT-OVERDRAFT(DEBTOR-I) TO EXTRACT-TOTAL.
           ADD DT-WRITTEN-OFF(DEBTOR-I) TO EXTRACT-TOTAL.

       VALIDAR-CLIENTE-DEUDOR.
           MOVE DT-DNI(DEBTOR-I) TO CLIENT-DNI.

           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   SET ROW-REJECTED TO TRUE
                   MOVE "CLIENTE INEXISTENTE" TO REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.

           MOVE CLIENT-NAME TO EX-NAME.

           IF CLIENT-CUIT NOT = ZERO
               MOVE CLIENT-CUIT TO CUIT-NUMBER
               CALL "./common/cuit-check-digit"
                   USING CUIT-NUMBER WS-CHECK-RESULT
               IF CHECK-DIGIT-BAD
                   SET ROW-REJECTED TO TRUE
                   MOVE "CUIT CON DIGITO INVALIDO" TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE ID-TYPE-CUIT TO EX-ID-TYPE
               MOVE CUIT-NUMBER TO EX-ID-NUMBER
               EXIT PARAGRAPH
           END-IF.

           IF CLIENT-IS-BUSINESS
               SET ROW-REJECTED TO TRUE
               MOVE "EMPRESA SIN CUIT" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM ARMAR-CUIL.

           MOVE ID-TYPE-CUIL TO EX-ID-TYPE.
           MOVE CUIT-NUMBER TO EX-ID-NUMBER.
           ADD 1 TO CUILS-BUILT.

       ARMAR-CUIL.
           MOVE 20 TO CUIT-PREFIX.
           MOVE CLIENT-DNI TO CUIT-DNI.
           MOVE ZERO TO CUIT-CHECK.

           PERFORM CALCULAR-DIGITO-CUIT.

           IF CUIT-EXPECTED = 10
               MOVE 23 TO CUIT-PREFIX
               MOVE 9 TO CUIT-CHECK
           ELSE
               MOVE CUIT-EXPECTED TO CUIT-CHECK
           END-IF.

       CALCULAR-DIGITO-CUIT.
           MOVE ZERO TO CUIT-SUM.

           PERFORM VARYING CUIT-I FROM 1 BY 1 UNTIL CUIT-I > 10
               COMPUTE CUIT-SUM =
                   CUIT-SUM + CUIT-DIGIT(CUIT-I) * CUIT-WEIGHT(CUIT-I)
           END-PERFORM.

           COMPUTE CUIT-EXPECTED = 11 - FUNCTION MOD(CUIT-SUM, 11).

           IF CUIT-EXPECTED = 11
               MOVE ZERO TO CUIT-EXPECTED
           END-IF.

       VALIDAR-SITUACION-DEUDOR.
           MOVE DT-DNI(DEBTOR-I) TO DCL-DNI.

           READ DEBTOR-CLASSES-FILE
               KEY IS DCL-DNI
               INVALID KEY
                   MOVE ZERO TO DCL-SITUATION
           END-READ.

           IF DCL-NO-DEBT AND DT-WRITTEN-OFF(DEBTOR-I) > ZERO
               PERFORM INFORMAR-SOLO-CASTIGADO
               EXIT PARAGRAPH
           END-IF.

           IF DCL-NO-DEBT
               SET ROW-REJECTED TO TRUE
               MOVE "SIN CLASIFICACION" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE DCL-SITUATION TO EX-SITUATION.
           MOVE DCL-COLLATERAL TO EX-COLLATERAL.
           MOVE DCL-DAYS-PAST-DUE TO EX-DAYS-PAST-DUE.

       INFORMAR-SOLO-CASTIGADO.
           MOVE 5 TO EX-SITUATION.
           MOVE ZERO TO EX-COLLATERAL.
           COMPUTE EX-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(DT-WRITE-OFF-DATE(DEBTOR-I)).

       INFORMAR-RECHAZO.
           ADD 1 TO REJECT-COUNT.

           COMPUTE WS-AMOUNT-EDIT =
               DT-LOANS(DEBTOR-I) + DT-OVERDRAFT(DEBTOR-I)
               + DT-WRITTEN-OFF(DEBTOR-I).

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DNI " DELIMITED BY SIZE
               DT-DNI(DEBTOR-I) DELIMITED BY SIZE
               " deuda " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " rechazado: " DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM debtor-registry-extract.
