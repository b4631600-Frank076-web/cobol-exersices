       IDENTIFICATION DIVISION.
       PROGRAM-ID. data-quality-scorecard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-dq-scores.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-contacts.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-branches.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-dq-scores.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-contacts.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-branches.cpy".

       WORKING-STORAGE SECTION.
       01  F-DQ-SCORES-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-CONTACT-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-BRANCH-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  TODAY-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  CURRENT-PERIOD PIC 9(6).

       01  RULE-CATALOG-VALUES.
           05  FILLER.
               10  FILLER PIC X(4) VALUE "CUIT".
               10  FILLER PIC 9(2) VALUE 20.
               10  FILLER PIC X(34) VALUE "Empresa sin CUIT".
           05  FILLER.
               10  FILLER PIC X(4) VALUE "DVER".
               10  FILLER PIC 9(2) VALUE 15.
               10  FILLER PIC X(34)
                   VALUE "CUIT con dígito verificador malo".
           05  FILLER.
               10  FILLER PIC X(4) VALUE "NACI".
               10  FILLER PIC 9(2) VALUE 15.
               10  FILLER PIC X(34)
                   VALUE "Persona sin fecha de nacimiento".
           05  FILLER.
               10  FILLER PIC X(4) VALUE "CONT".
               10  FILLER PIC 9(2) VALUE 25.
               10  FILLER PIC X(34) VALUE "Sin registro de contacto".
           05  FILLER.
               10  FILLER PIC X(4) VALUE "DOMI".
               10  FILLER PIC 9(2) VALUE 10.
               10  FILLER PIC X(34) VALUE "Contacto sin domicilio".
           05  FILLER.
               10  FILLER PIC X(4) VALUE "MAIL".
               10  FILLER PIC 9(2) VALUE 10.
               10  FILLER PIC X(34)
                   VALUE "Email con formato inválido".
           05  FILLER.
               10  FILLER PIC X(4) VALUE "TELE".
               10  FILLER PIC 9(2) VALUE 10.
               10  FILLER PIC X(34) VALUE "Teléfono con letras".
           05  FILLER.
               10  FILLER PIC X(4) VALUE "TUTO".
               10  FILLER PIC 9(2) VALUE 20.
               10  FILLER PIC X(34)
                   VALUE "Custodiado sin DNI de tutor".
           05  FILLER.
               10  FILLER PIC X(4) VALUE "REPR".
               10  FILLER PIC 9(2) VALUE 10.
               10  FILLER PIC X(34)
                   VALUE "Empresa sin representante legal".
           05  FILLER.
               10  FILLER PIC X(4) VALUE "CANA".
               10  FILLER PIC 9(2) VALUE 10.
               10  FILLER PIC X(34)
                   VALUE "Canal de aviso sin dato".
       01  RULE-CATALOG REDEFINES RULE-CATALOG-VALUES.
           05  RULE-ENTRY OCCURS 10 TIMES.
               10  RULE-CODE PIC X(4).
               10  RULE-WEIGHT PIC 9(2).
               10  RULE-DESCRIPTION PIC X(34).
       01  RULE-TOTAL PIC 9(2) VALUE 10.
       01  RULE-I PIC 9(2).

       01  RULE-BUSINESS-NO-CUIT PIC 9(2) VALUE 1.
       01  RULE-BAD-CHECK-DIGIT PIC 9(2) VALUE 2.
       01  RULE-NO-BIRTHDATE PIC 9(2) VALUE 3.
       01  RULE-NO-CONTACT PIC 9(2) VALUE 4.
       01  RULE-NO-ADDRESS PIC 9(2) VALUE 5.
       01  RULE-BAD-EMAIL PIC 9(2) VALUE 6.
       01  RULE-PHONE-LETTERS PIC 9(2) VALUE 7.
       01  RULE-NO-GUARDIAN PIC 9(2) VALUE 8.
       01  RULE-NO-LEGAL-REP PIC 9(2) VALUE 9.
       01  RULE-CHANNEL-EMPTY PIC 9(2) VALUE 10.
       01  FAILED-RULE PIC 9(2).

       01  DQ-TABLE.
           05  DQ-ENTRY OCCURS 1000 TIMES.
               10  DQ-DNI PIC 9(8).
               10  DQ-NAME PIC X(30).
               10  DQ-BRANCH PIC 9(3).
               10  DQ-SCORE PIC 9(3).
               10  DQ-FAIL PIC X OCCURS 10 TIMES.
       01  DQ-COUNT PIC 9(4) VALUE ZERO.
       01  DQ-I PIC 9(4).
       01  WANTED-DNI PIC 9(8).
       01  DQ-FOUND-FLAG PIC X.
           88  DQ-FOUND VALUE 'Y'.
           88  DQ-NOT-FOUND VALUE 'N'.

       01  BRANCH-TABLE.
           05  BT-ENTRY OCCURS 1000 TIMES.
               10  BT-CLIENTS PIC 9(6).
               10  BT-CLEAN-CLIENTS PIC 9(6).
               10  BT-FAILED-CHECKS PIC 9(6).
               10  BT-SCORE-SUM PIC 9(9).
               10  BT-RULE-FAILS PIC 9(6) OCCURS 10 TIMES.
       01  BT-I PIC 9(4).
       01  CURRENT-BRANCH PIC 9(3).
       01  BRANCH-SCORE PIC 9(3)V9.
       01  PREV-SCORE PIC 9(3)V9.
       01  PREV-PERIOD PIC 9(6).
       01  SCORE-VARIATION PIC S9(3)V9.

       01  BANK-RULE-TABLE.
           05  BANK-RULE-FAILS PIC 9(6) OCCURS 10 TIMES.
       01  BANK-CLIENTS PIC 9(6) VALUE ZERO.
       01  BANK-CLEAN-CLIENTS PIC 9(6) VALUE ZERO.
       01  BANK-SCORE-SUM PIC 9(9) VALUE ZERO.
       01  BANK-SCORE PIC 9(3)V9.

       01  TREND-TABLE.
           05  TREND-ENTRY OCCURS 5 TIMES.
               10  TR-PERIOD PIC 9(6).
               10  TR-SCORE PIC 9(3)V9.
       01  TREND-COUNT PIC 9 VALUE ZERO.
       01  TREND-I PIC 9.
       01  TREND-POS PIC 9(2).

       01  CLIENT-SCORE PIC S9(3).
       01  CHECK-RESULT PIC X.
           88  CHECK-OK VALUE 'Y'.
           88  CHECK-BAD VALUE 'N'.

       01  AT-COUNT PIC 9(2).
       01  DOT-COUNT PIC 9(2).
       01  EMAIL-LOCAL PIC X(40).
       01  EMAIL-DOMAIN PIC X(40).
       01  PHONE-I PIC 9(2).
       01  PHONE-LETTER-FLAG PIC X.
           88  PHONE-HAS-LETTERS VALUE 'Y'.
           88  PHONE-IS-CLEAN VALUE 'N'.

       01  CLIENTS-SKIPPED PIC 9(6) VALUE ZERO.
       01  BRANCHES-WORSE PIC 9(4) VALUE ZERO.

       01  WS-BRANCH-NAME PIC X(20).
       01  WS-COUNT-EDIT PIC ZZZZZ9.
       01  WS-CLEAN-EDIT PIC ZZZZZ9.
       01  WS-SCORE-EDIT PIC ZZ9.9.
       01  WS-PREV-EDIT PIC ZZ9.9.
       01  WS-VARIATION-EDIT PIC +ZZ9.9.
       01  WS-CLIENT-SCORE-EDIT PIC ZZ9.
       01  WS-PERIOD-EDIT PIC 9999/99.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "CALIDAD-DATOS".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "data-quality-scorecard".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Calidad de datos de clientes por sucursal ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING TODAY-DATE WS-DAY-STATE.

           MOVE TODAY-DATE(1:6) TO CURRENT-PERIOD.

           INITIALIZE BRANCH-TABLE.
           PERFORM VARYING RULE-I FROM 1 BY 1 UNTIL RULE-I > RULE-TOTAL
               MOVE ZERO TO BANK-RULE-FAILS(RULE-I)
           END-PERFORM.

           PERFORM CARGAR-CLIENTES.
           PERFORM ASIGNAR-SUCURSALES.
           PERFORM ACUMULAR-POR-SUCURSAL.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           PERFORM EMITIR-TABLERO.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           PERFORM EMITIR-CORRECCIONES
               VARYING BT-I FROM 1 BY 1 UNTIL BT-I > 1000.

           IF CLIENTS-SKIPPED > ZERO
               DISPLAY "Clientes sin evaluar por tabla llena: "
                   CLIENTS-SKIPPED
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE DQ-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       CARGAR-CLIENTES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CLIENTS-FILE.

           IF F-STATUS NOT = "00"
               CLOSE CLIENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CONTACTS-FILE.

           PERFORM UNTIL F-ENDED
               READ CLIENTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CLIENT-ACTIVE AND NOT CLIENT-IS-DECEASED
                           PERFORM EVALUAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CONTACTS-FILE.
           CLOSE CLIENTS-FILE.

       EVALUAR-CLIENTE.
           IF DQ-COUNT = 1000
               ADD 1 TO CLIENTS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO DQ-COUNT.
           MOVE CLIENT-DNI TO DQ-DNI(DQ-COUNT).
           MOVE CLIENT-NAME TO DQ-NAME(DQ-COUNT).
           MOVE ZERO TO DQ-BRANCH(DQ-COUNT).
           PERFORM VARYING RULE-I FROM 1 BY 1 UNTIL RULE-I > RULE-TOTAL
               MOVE SPACE TO DQ-FAIL(DQ-COUNT, RULE-I)
           END-PERFORM.

           IF CLIENT-IS-BUSINESS
               PERFORM VERIFICAR-DATOS-EMPRESA
           ELSE
               PERFORM VERIFICAR-DATOS-PERSONA
           END-IF.

           PERFORM VERIFICAR-CONTACTO.

           MOVE 100 TO CLIENT-SCORE.
           PERFORM VARYING RULE-I FROM 1 BY 1 UNTIL RULE-I > RULE-TOTAL
               IF DQ-FAIL(DQ-COUNT, RULE-I) = 'X'
                   SUBTRACT RULE-WEIGHT(RULE-I) FROM CLIENT-SCORE
               END-IF
           END-PERFORM.

           IF CLIENT-SCORE < ZERO
               MOVE ZERO TO CLIENT-SCORE
           END-IF.

           MOVE CLIENT-SCORE TO DQ-SCORE(DQ-COUNT).

       VERIFICAR-DATOS-EMPRESA.
           IF CLIENT-CUIT = ZERO
               MOVE RULE-BUSINESS-NO-CUIT TO FAILED-RULE
               PERFORM MARCAR-REGLA
           ELSE
               CALL "./common/cuit-check-digit"
                   USING CLIENT-CUIT CHECK-RESULT
               IF CHECK-BAD
                   MOVE RULE-BAD-CHECK-DIGIT TO FAILED-RULE
                   PERFORM MARCAR-REGLA
               END-IF
           END-IF.

           IF CLIENT-LEGAL-REP-DNI = ZERO
               MOVE RULE-NO-LEGAL-REP TO FAILED-RULE
               PERFORM MARCAR-REGLA
           END-IF.

       VERIFICAR-DATOS-PERSONA.
           IF CLIENT-BIRTHDATE = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD(CLIENT-BIRTHDATE) NOT = 0
               MOVE RULE-NO-BIRTHDATE TO FAILED-RULE
               PERFORM MARCAR-REGLA
           END-IF.

           IF CLIENT-IS-CUSTODIAL AND CLIENT-GUARDIAN-DNI = ZERO
               MOVE RULE-NO-GUARDIAN TO FAILED-RULE
               PERFORM MARCAR-REGLA
           END-IF.

           IF CLIENT-CUIT NOT = ZERO
               CALL "./common/cuit-check-digit"
                   USING CLIENT-CUIT CHECK-RESULT
               IF CHECK-BAD
                   MOVE RULE-BAD-CHECK-DIGIT TO FAILED-RULE
                   PERFORM MARCAR-REGLA
               END-IF
           END-IF.

       VERIFICAR-CONTACTO.
           MOVE CLIENT-DNI TO CONTACT-DNI.

           READ CONTACTS-FILE
               KEY IS CONTACT-DNI
               INVALID KEY
                   MOVE RULE-NO-CONTACT TO FAILED-RULE
                   PERFORM MARCAR-REGLA
                   EXIT PARAGRAPH
           END-READ.

           IF CONTACT-ADDRESS-1 = SPACES
               MOVE RULE-NO-ADDRESS TO FAILED-RULE
               PERFORM MARCAR-REGLA
           END-IF.

           IF CONTACT-EMAIL NOT = SPACES
               PERFORM VERIFICAR-EMAIL
           END-IF.

           IF CONTACT-PHONE NOT = SPACES
               PERFORM VERIFICAR-TELEFONO
           END-IF.

           EVALUATE TRUE
               WHEN CHANNEL-EMAIL AND CONTACT-EMAIL = SPACES
               WHEN CHANNEL-PHONE AND CONTACT-PHONE = SPACES
               WHEN CHANNEL-MAIL AND CONTACT-ADDRESS-1 = SPACES
                   MOVE RULE-CHANNEL-EMPTY TO FAILED-RULE
                   PERFORM MARCAR-REGLA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VERIFICAR-EMAIL.
           MOVE ZERO TO AT-COUNT.
           INSPECT CONTACT-EMAIL TALLYING AT-COUNT FOR ALL "@".

           IF AT-COUNT NOT = 1
               MOVE RULE-BAD-EMAIL TO FAILED-RULE
               PERFORM MARCAR-REGLA
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO EMAIL-LOCAL.
           MOVE SPACES TO EMAIL-DOMAIN.
           UNSTRING CONTACT-EMAIL DELIMITED BY "@"
               INTO EMAIL-LOCAL EMAIL-DOMAIN.

           MOVE ZERO TO DOT-COUNT.
           INSPECT EMAIL-DOMAIN TALLYING DOT-COUNT FOR ALL ".".

           IF EMAIL-LOCAL = SPACES
               OR EMAIL-LOCAL(1:1) = SPACE
               OR EMAIL-DOMAIN(1:1) = SPACE
               OR EMAIL-DOMAIN(1:1) = "."
               OR DOT-COUNT = ZERO
               MOVE RULE-BAD-EMAIL TO FAILED-RULE
               PERFORM MARCAR-REGLA
           END-IF.

       VERIFICAR-TELEFONO.
           SET PHONE-IS-CLEAN TO TRUE.

           PERFORM VARYING PHONE-I FROM 1 BY 1
               UNTIL PHONE-I > 20 OR PHONE-HAS-LETTERS
               IF CONTACT-PHONE(PHONE-I:1) IS ALPHABETIC
                   AND CONTACT-PHONE(PHONE-I:1) NOT = SPACE
                   SET PHONE-HAS-LETTERS TO TRUE
               END-IF
           END-PERFORM.

           IF PHONE-HAS-LETTERS
               MOVE RULE-PHONE-LETTERS TO FAILED-RULE
               PERFORM MARCAR-REGLA
           END-IF.

       MARCAR-REGLA.
           MOVE 'X' TO DQ-FAIL(DQ-COUNT, FAILED-RULE).

       ASIGNAR-SUCURSALES.
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
                       IF NOT ACCOUNT-CLOSED
                           MOVE ACCOUNT-CLIENT-DNI TO WANTED-DNI
                           PERFORM BUSCAR-CLIENTE
                           IF DQ-FOUND AND DQ-BRANCH(DQ-I) = ZERO
                               MOVE ACCOUNT-BRANCH TO DQ-BRANCH(DQ-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.

       BUSCAR-CLIENTE.
           SET DQ-NOT-FOUND TO TRUE.

           PERFORM VARYING DQ-I FROM 1 BY 1
               UNTIL DQ-I > DQ-COUNT OR DQ-FOUND
               IF DQ-DNI(DQ-I) = WANTED-DNI
                   SET DQ-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF DQ-FOUND
               SUBTRACT 1 FROM DQ-I
           END-IF.

       ACUMULAR-POR-SUCURSAL.
           PERFORM VARYING DQ-I FROM 1 BY 1 UNTIL DQ-I > DQ-COUNT
               COMPUTE BT-I = DQ-BRANCH(DQ-I) + 1
               ADD 1 TO BT-CLIENTS(BT-I)
               ADD 1 TO BANK-CLIENTS
               ADD DQ-SCORE(DQ-I) TO BT-SCORE-SUM(BT-I)
               ADD DQ-SCORE(DQ-I) TO BANK-SCORE-SUM
               IF DQ-SCORE(DQ-I) = 100
                   ADD 1 TO BT-CLEAN-CLIENTS(BT-I)
                   ADD 1 TO BANK-CLEAN-CLIENTS
               END-IF
               PERFORM VARYING RULE-I FROM 1 BY 1
                   UNTIL RULE-I > RULE-TOTAL
                   IF DQ-FAIL(DQ-I, RULE-I) = 'X'
                       ADD 1 TO BT-FAILED-CHECKS(BT-I)
                       ADD 1 TO BT-RULE-FAILS(BT-I, RULE-I)
                       ADD 1 TO BANK-RULE-FAILS(RULE-I)
                   END-IF
               END-PERFORM
           END-PERFORM.

       EMITIR-TABLERO.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CURRENT-PERIOD TO WS-PERIOD-EDIT.
           STRING "Calidad de datos de clientes - período "
               DELIMITED BY SIZE
               WS-PERIOD-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Suc Sucursal             Clientes  Limpios"
               DELIMITED BY SIZE
               " Puntaje Anterior   Var." DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           OPEN I-O DQ-SCORES-FILE.
           OPEN INPUT BRANCHES-FILE.

           PERFORM EMITIR-SUCURSAL
               VARYING BT-I FROM 1 BY 1 UNTIL BT-I > 1000.

           CLOSE BRANCHES-FILE.
           CLOSE DQ-SCORES-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE ZERO TO BANK-SCORE.
           IF BANK-CLIENTS > ZERO
               COMPUTE BANK-SCORE ROUNDED =
                   BANK-SCORE-SUM / BANK-CLIENTS
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE BANK-CLIENTS TO WS-COUNT-EDIT.
           MOVE BANK-CLEAN-CLIENTS TO WS-CLEAN-EDIT.
           MOVE BANK-SCORE TO WS-SCORE-EDIT.
           STRING "    TOTAL BANCO          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-CLEAN-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SCORE-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE BRANCHES-WORSE TO WS-COUNT-EDIT.
           STRING "Sucursales que empeoraron respecto del mes "
               DELIMITED BY SIZE
               "anterior: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE "Reglas incumplidas (total banco):" TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM VARYING RULE-I FROM 1 BY 1 UNTIL RULE-I > RULE-TOTAL
               MOVE SPACES TO WS-REPORT-LINE
               MOVE BANK-RULE-FAILS(RULE-I) TO WS-COUNT-EDIT
               STRING "  " DELIMITED BY SIZE
                   RULE-CODE(RULE-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RULE-DESCRIPTION(RULE-I) DELIMITED BY SIZE
                   " peso " DELIMITED BY SIZE
                   RULE-WEIGHT(RULE-I) DELIMITED BY SIZE
                   " clientes " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-PERFORM.

       EMITIR-SUCURSAL.
           IF BT-CLIENTS(BT-I) = ZERO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE CURRENT-BRANCH = BT-I - 1.

           COMPUTE BRANCH-SCORE ROUNDED =
               BT-SCORE-SUM(BT-I) / BT-CLIENTS(BT-I).

           PERFORM BUSCAR-NOMBRE-SUCURSAL.
           PERFORM BUSCAR-PUNTAJES-ANTERIORES.
           PERFORM GRABAR-PUNTAJE-SUCURSAL.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE BT-CLIENTS(BT-I) TO WS-COUNT-EDIT.
           MOVE BT-CLEAN-CLIENTS(BT-I) TO WS-CLEAN-EDIT.
           MOVE BRANCH-SCORE TO WS-SCORE-EDIT.

           IF PREV-PERIOD = ZERO
               STRING CURRENT-BRANCH DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BRANCH-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CLEAN-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-SCORE-EDIT DELIMITED BY SIZE
                   "  (primera medición)" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               COMPUTE SCORE-VARIATION = BRANCH-SCORE - PREV-SCORE
               IF SCORE-VARIATION < ZERO
                   ADD 1 TO BRANCHES-WORSE
               END-IF
               MOVE PREV-SCORE TO WS-PREV-EDIT
               MOVE SCORE-VARIATION TO WS-VARIATION-EDIT
               STRING CURRENT-BRANCH DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BRANCH-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-CLEAN-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-SCORE-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-PREV-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VARIATION-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF.
           PERFORM EMITIR-LINEA.

           IF TREND-COUNT > 1
               PERFORM EMITIR-EVOLUCION
           END-IF.

       BUSCAR-NOMBRE-SUCURSAL.
           MOVE SPACES TO WS-BRANCH-NAME.

           IF CURRENT-BRANCH = ZERO
               MOVE "SIN CUENTA ACTIVA" TO WS-BRANCH-NAME
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-BRANCH TO BRANCH-CODE.

           READ BRANCHES-FILE
               KEY IS BRANCH-CODE
               INVALID KEY
                   MOVE "(SIN ALTA)" TO WS-BRANCH-NAME
               NOT INVALID KEY
                   MOVE BRANCH-NAME TO WS-BRANCH-NAME
           END-READ.

       BUSCAR-PUNTAJES-ANTERIORES.
           MOVE ZERO TO PREV-PERIOD.
           MOVE ZERO TO PREV-SCORE.
           MOVE ZERO TO TREND-COUNT.

           SET F-NOT-ENDED TO TRUE.

           MOVE CURRENT-BRANCH TO DQS-BRANCH.
           MOVE ZERO TO DQS-PERIOD.

           START DQ-SCORES-FILE KEY IS >= DQS-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ DQ-SCORES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF DQS-BRANCH NOT = CURRENT-BRANCH
                           OR DQS-PERIOD >= CURRENT-PERIOD
                           SET F-ENDED TO TRUE
                       ELSE
                           MOVE DQS-PERIOD TO PREV-PERIOD
                           MOVE DQS-SCORE TO PREV-SCORE
                           PERFORM GUARDAR-EVOLUCION
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-EVOLUCION.
           IF TREND-COUNT = 4
               PERFORM VARYING TREND-I FROM 1 BY 1 UNTIL TREND-I > 3
                   MOVE TREND-ENTRY(TREND-I + 1) TO TREND-ENTRY(TREND-I)
               END-PERFORM
           ELSE
               ADD 1 TO TREND-COUNT
           END-IF.

           MOVE DQS-PERIOD TO TR-PERIOD(TREND-COUNT).
           MOVE DQS-SCORE TO TR-SCORE(TREND-COUNT).

       GRABAR-PUNTAJE-SUCURSAL.
           ADD 1 TO TREND-COUNT.
           MOVE CURRENT-PERIOD TO TR-PERIOD(TREND-COUNT).
           MOVE BRANCH-SCORE TO TR-SCORE(TREND-COUNT).

           MOVE CURRENT-BRANCH TO DQS-BRANCH.
           MOVE CURRENT-PERIOD TO DQS-PERIOD.
           MOVE BT-CLIENTS(BT-I) TO DQS-CLIENTS.
           MOVE BT-CLEAN-CLIENTS(BT-I) TO DQS-CLEAN-CLIENTS.
           MOVE BT-FAILED-CHECKS(BT-I) TO DQS-FAILED-CHECKS.
           MOVE BRANCH-SCORE TO DQS-SCORE.
           MOVE PREV-PERIOD TO DQS-PREV-PERIOD.
           MOVE PREV-SCORE TO DQS-PREV-SCORE.
           PERFORM VARYING RULE-I FROM 1 BY 1 UNTIL RULE-I > RULE-TOTAL
               MOVE BT-RULE-FAILS(BT-I, RULE-I)
                   TO DQS-RULE-FAILS(RULE-I)
           END-PERFORM.
           MOVE TODAY-DATE TO DQS-RUN-DATE.

           WRITE DQ-SCORE-RECORD
               INVALID KEY
                   REWRITE DQ-SCORE-RECORD
                       INVALID KEY
                           DISPLAY
                           "No fue posible grabar el puntaje de la "
                           "sucursal " CURRENT-BRANCH
                   END-REWRITE
           END-WRITE.

       EMITIR-EVOLUCION.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "    evolución:" TO WS-REPORT-LINE(1:15).

           PERFORM VARYING TREND-I FROM 1 BY 1
               UNTIL TREND-I > TREND-COUNT
               MOVE TR-PERIOD(TREND-I) TO WS-PERIOD-EDIT
               MOVE TR-SCORE(TREND-I) TO WS-SCORE-EDIT
               COMPUTE TREND-POS = (TREND-I - 1) * 13 + 16
               MOVE WS-PERIOD-EDIT TO WS-REPORT-LINE(TREND-POS:7)
               ADD 8 TO TREND-POS
               MOVE WS-SCORE-EDIT TO WS-REPORT-LINE(TREND-POS:5)
           END-PERFORM.

           PERFORM EMITIR-LINEA.

       EMITIR-CORRECCIONES.
           IF BT-CLIENTS(BT-I) = BT-CLEAN-CLIENTS(BT-I)
               EXIT PARAGRAPH
           END-IF.

           COMPUTE CURRENT-BRANCH = BT-I - 1.

           MOVE SPACES TO WS-SPOOL-REPORT.
           STRING "CORRECCIONES-" DELIMITED BY SIZE
               CURRENT-BRANCH DELIMITED BY SIZE
               INTO WS-SPOOL-REPORT.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CURRENT-PERIOD TO WS-PERIOD-EDIT.
           STRING "Datos a corregir - sucursal " DELIMITED BY SIZE
               CURRENT-BRANCH DELIMITED BY SIZE
               " - período " DELIMITED BY SIZE
               WS-PERIOD-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM EMITIR-CLIENTE-A-CORREGIR
               VARYING DQ-I FROM 1 BY 1 UNTIL DQ-I > DQ-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           COMPUTE WS-COUNT-EDIT =
               BT-CLIENTS(BT-I) - BT-CLEAN-CLIENTS(BT-I).
           STRING "Clientes a corregir: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       EMITIR-CLIENTE-A-CORREGIR.
           IF DQ-BRANCH(DQ-I) NOT = CURRENT-BRANCH
               OR DQ-SCORE(DQ-I) = 100
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DQ-SCORE(DQ-I) TO WS-CLIENT-SCORE-EDIT.
           STRING "DNI " DELIMITED BY SIZE
               DQ-DNI(DQ-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DQ-NAME(DQ-I) DELIMITED BY SIZE
               " puntaje " DELIMITED BY SIZE
               WS-CLIENT-SCORE-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM VARYING RULE-I FROM 1 BY 1 UNTIL RULE-I > RULE-TOTAL
               IF DQ-FAIL(DQ-I, RULE-I) = 'X'
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    " DELIMITED BY SIZE
                       RULE-CODE(RULE-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RULE-DESCRIPTION(RULE-I) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM EMITIR-LINEA
               END-IF
           END-PERFORM.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM data-quality-scorecard.
