       IDENTIFICATION DIVISION.
       PROGRAM-ID. campaign-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CAMPAIGN-EXPORT-FILE
       ASSIGN TO "campaign-export.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-EXPORT-STATUS.

       COPY "../copylib/physic-campaigns.cpy".
       COPY "../copylib/physic-campaign-targets.cpy".
       COPY "../copylib/physic-marketing-consents.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-contacts.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-term-deposits.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-loan-schedule.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-EXPORT-FILE.
       01  CAMPAIGN-EXPORT-RECORD.
           05  CE-CAMPAIGN PIC 9(4).
           05  CE-PRODUCT PIC X.
           05  CE-CHANNEL PIC X.
           05  CE-DNI PIC 9(8).
           05  CE-BRANCH PIC 9(3).
           05  CE-CONTACT PIC X(40).
           05  CE-ADDRESS-2 PIC X(40).

       COPY "../copylib/logic-campaigns.cpy".
       COPY "../copylib/logic-campaign-targets.cpy".
       COPY "../copylib/logic-marketing-consents.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-contacts.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-term-deposits.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-loan-schedule.cpy".

       WORKING-STORAGE SECTION.
       01  F-EXPORT-STATUS PIC XX.
       01  F-CAMPAIGN-STATUS PIC XX.
       01  F-TARGET-STATUS PIC XX.
       01  F-CONSENT-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-CONTACT-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-TERM-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-SCHEDULE-STATUS PIC XX.

       01  CAMPAIGN-EOF-FLAG PIC X.
           88  CAMPAIGNS-ENDED VALUE 'Y'.
           88  CAMPAIGNS-NOT-ENDED VALUE 'N'.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-RATE-PAIR PIC X(6) VALUE "USDARS".
       01  EXCHANGE-RATE-USD-ARS PIC 9(6)V99.
       01  WS-RATE-FOUND PIC X.
           88  RATE-OK VALUE 'Y'.
           88  RATE-MISSING VALUE 'N'.

       01  CANDIDATE-TABLE.
           05  CANDIDATE-ENTRY OCCURS 1000 TIMES.
               10  CD-DNI PIC 9(8).
               10  CD-AGE PIC 9(3).
               10  CD-BRANCH PIC 9(3).
               10  CD-BRANCH-MATCH PIC X.
               10  CD-ACCOUNTS PIC 9(3).
               10  CD-BALANCE PIC S9(10)V99.
               10  CD-HOLDS-TERM-DEPOSIT PIC X.
               10  CD-HOLDS-LOAN PIC X.
       01  CANDIDATE-COUNT PIC 9(4) VALUE ZERO.
       01  CD-I PIC 9(4).
       01  WANTED-DNI PIC 9(8).
       01  CANDIDATE-FOUND-FLAG PIC X.
           88  CANDIDATE-FOUND VALUE 'Y'.
           88  CANDIDATE-NOT-FOUND VALUE 'N'.
       01  CANDIDATES-SKIPPED PIC 9(6) VALUE ZERO.

       01  CLIENT-AGE-YEARS PIC 9(3).
       01  ACCOUNT-BALANCE-ARS PIC S9(10)V99.

       01  CANDIDATE-RESULT PIC X.
           88  CANDIDATE-DROPPED VALUE 'D'.
           88  CANDIDATE-KEPT VALUE 'K'.

       01  CHANNEL-CONTACT PIC X(40).
       01  CHANNEL-ADDRESS-2 PIC X(40).

       01  WINDOW-PARTS.
           05  WINDOW-YEAR PIC 9(4).
           05  WINDOW-MONTH PIC 9(2).
           05  WINDOW-DAY PIC 9(2).
       01  WINDOW-DATE REDEFINES WINDOW-PARTS PIC 9(8).
       01  LOAN-WINDOW-FROM PIC 9(8).
       01  LOAN-WINDOW-TO PIC 9(8).
       01  WS-ROLL-DIRECTION PIC X.
       01  WS-ROLLED-DATE PIC 9(8).
       01  FIRST-DUE-DATE PIC 9(8).

       01  RESPONSE-DNI PIC 9(8).
       01  RESPONSE-DATE PIC 9(8).
       01  RESPONSE-REF PIC 9(6).
       01  RESPONSE-AMOUNT PIC 9(8)V99.
       01  NEW-RESPONSES PIC 9(6).

       01  CAMPAIGNS-SELECTED PIC 9(4) VALUE ZERO.
       01  CAMPAIGNS-TRACKED PIC 9(4) VALUE ZERO.
       01  CAMPAIGNS-FINISHED PIC 9(4) VALUE ZERO.
       01  TOTAL-TARGETS PIC 9(8) VALUE ZERO.
       01  WS-COUNT-EDIT PIC ZZZZZ9.

       01  WS-OUT-MODE PIC X.
       01  WS-OUT-FEED PIC X(12) VALUE "CAMPANIAS".
       01  WS-OUT-FILE-NAME PIC X(30) VALUE "campaign-export.dat".
       01  WS-OUT-RECORD-LENGTH PIC 9(4) VALUE 97.
       01  WS-OUT-LINE PIC X(120).
       01  WS-OUT-AMOUNT PIC 9(12)V99.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "CAMPANIAS".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "campaign-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Campañas comerciales ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           CALL "./common/exchange-rate"
               USING WS-RATE-PAIR WS-BUSINESS-DATE
               EXCHANGE-RATE-USD-ARS WS-RATE-FOUND.

           IF RATE-MISSING
               DISPLAY
               "Sin cotización USDARS del día: los saldos en USD "
               "no se suman al saldo del cliente"
           END-IF.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Campañas comerciales al " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM SELECCIONAR-CAMPANIAS-PENDIENTES.
           PERFORM SEGUIR-CAMPANIAS-LANZADAS.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CAMPAIGNS-SELECTED TO WS-COUNT-EDIT.
           STRING "Campañas lanzadas hoy ...: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CAMPAIGNS-TRACKED TO WS-COUNT-EDIT.
           STRING "Campañas en seguimiento .: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CAMPAIGNS-FINISHED TO WS-COUNT-EDIT.
           STRING "Campañas finalizadas ....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF CANDIDATES-SKIPPED > ZERO
               DISPLAY "Clientes no evaluados por tabla llena: "
                   CANDIDATES-SKIPPED
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE TOTAL-TARGETS TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       SELECCIONAR-CAMPANIAS-PENDIENTES.
           SET CAMPAIGNS-NOT-ENDED TO TRUE.

           OPEN I-O CAMPAIGNS-FILE.

           IF F-CAMPAIGN-STATUS NOT = "00"
               CLOSE CAMPAIGNS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL CAMPAIGNS-ENDED
               READ CAMPAIGNS-FILE NEXT RECORD
                   AT END
                       SET CAMPAIGNS-ENDED TO TRUE
                   NOT AT END
                       IF CPN-PENDING
                           AND CPN-START-DATE <= WS-BUSINESS-DATE
                           PERFORM SELECCIONAR-UNA-CAMPANIA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CAMPAIGNS-FILE.

       SELECCIONAR-UNA-CAMPANIA.
           MOVE ZERO TO CPN-ELIGIBLE.
           MOVE ZERO TO CPN-NO-CONSENT.
           MOVE ZERO TO CPN-NO-CONTACT.
           MOVE ZERO TO CPN-TARGETS.
           MOVE ZERO TO CPN-RESPONSES.
           MOVE ZERO TO CPN-RESPONSE-AMOUNT.

           PERFORM CARGAR-CANDIDATOS.
           PERFORM ACUMULAR-CUENTAS.
           PERFORM MARCAR-PLAZOS-FIJOS.
           PERFORM MARCAR-PRESTAMOS.

           OPEN EXTEND CAMPAIGN-EXPORT-FILE.
           PERFORM ABRIR-GENERACION-DE-SALIDA.

           OPEN I-O CAMPAIGN-TARGETS-FILE.
           OPEN INPUT MARKETING-CONSENTS-FILE.
           OPEN INPUT CONTACTS-FILE.

           PERFORM EVALUAR-CANDIDATO
               VARYING CD-I FROM 1 BY 1
               UNTIL CD-I > CANDIDATE-COUNT.

           CLOSE CONTACTS-FILE.
           CLOSE MARKETING-CONSENTS-FILE.
           CLOSE CAMPAIGN-TARGETS-FILE.

           CLOSE CAMPAIGN-EXPORT-FILE.
           PERFORM CERRAR-GENERACION-DE-SALIDA.

           SET CPN-LAUNCHED TO TRUE.
           MOVE WS-BUSINESS-DATE TO CPN-SELECTED-DATE.

           REWRITE CAMPAIGN-RECORD
               INVALID KEY
                   DISPLAY
                   "No fue posible actualizar la campaña " CPN-ID
           END-REWRITE.

           ADD 1 TO CAMPAIGNS-SELECTED.
           ADD CPN-TARGETS TO TOTAL-TARGETS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Campaña " DELIMITED BY SIZE
               CPN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CPN-NAME DELIMITED BY SIZE
               " lanzada" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  cumplen criterios " DELIMITED BY SIZE
               CPN-ELIGIBLE DELIMITED BY SIZE
               " sin consentimiento " DELIMITED BY SIZE
               CPN-NO-CONSENT DELIMITED BY SIZE
               " sin contacto " DELIMITED BY SIZE
               CPN-NO-CONTACT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  destinatarios " DELIMITED BY SIZE
               CPN-TARGETS DELIMITED BY SIZE
               " exportados a campaign-export.dat" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       CARGAR-CANDIDATOS.
           MOVE ZERO TO CANDIDATE-COUNT.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CLIENTS-FILE.

           IF F-STATUS NOT = "00"
               CLOSE CLIENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CLIENTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CLIENT-ACTIVE
                           AND NOT CLIENT-IS-DECEASED
                           AND NOT CLIENT-IS-CUSTODIAL
                           PERFORM CARGAR-UN-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLIENTS-FILE.

       CARGAR-UN-CANDIDATO.
           MOVE ZERO TO CLIENT-AGE-YEARS.

           IF CLIENT-IS-PERSON
               CALL "./common/client-age"
                   USING CLIENT-BIRTHDATE CLIENT-AGE-YEARS
           END-IF.

           IF CPN-MIN-AGE > ZERO OR CPN-MAX-AGE > ZERO
               IF CLIENT-AGE-YEARS = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF CLIENT-AGE-YEARS < CPN-MIN-AGE
                   EXIT PARAGRAPH
               END-IF
               IF CPN-MAX-AGE > ZERO
                   AND CLIENT-AGE-YEARS > CPN-MAX-AGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF CANDIDATE-COUNT = 1000
               ADD 1 TO CANDIDATES-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CANDIDATE-COUNT.
           MOVE CLIENT-DNI TO CD-DNI(CANDIDATE-COUNT).
           MOVE CLIENT-AGE-YEARS TO CD-AGE(CANDIDATE-COUNT).
           MOVE ZERO TO CD-BRANCH(CANDIDATE-COUNT).
           MOVE 'N' TO CD-BRANCH-MATCH(CANDIDATE-COUNT).
           MOVE ZERO TO CD-ACCOUNTS(CANDIDATE-COUNT).
           MOVE ZERO TO CD-BALANCE(CANDIDATE-COUNT).
           MOVE 'N' TO CD-HOLDS-TERM-DEPOSIT(CANDIDATE-COUNT).
           MOVE 'N' TO CD-HOLDS-LOAN(CANDIDATE-COUNT).

       ACUMULAR-CUENTAS.
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
                       IF ACCOUNT-ACTIVE
                           MOVE ACCOUNT-CLIENT-DNI TO WANTED-DNI
                           PERFORM BUSCAR-CANDIDATO
                           IF CANDIDATE-FOUND
                               PERFORM ACUMULAR-UNA-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.

       ACUMULAR-UNA-CUENTA.
           IF CD-ACCOUNTS(CD-I) < 999
               ADD 1 TO CD-ACCOUNTS(CD-I)
           END-IF.

           IF CD-BRANCH(CD-I) = ZERO
               MOVE ACCOUNT-BRANCH TO CD-BRANCH(CD-I)
           END-IF.

           IF CPN-BRANCH > ZERO AND ACCOUNT-BRANCH = CPN-BRANCH
               MOVE 'Y' TO CD-BRANCH-MATCH(CD-I)
               MOVE ACCOUNT-BRANCH TO CD-BRANCH(CD-I)
           END-IF.

           IF CURRENCY-USD
               IF RATE-MISSING
                   EXIT PARAGRAPH
               END-IF
               COMPUTE ACCOUNT-BALANCE-ARS ROUNDED =
                   ACCOUNT-BILL * EXCHANGE-RATE-USD-ARS
           ELSE
               MOVE ACCOUNT-BILL TO ACCOUNT-BALANCE-ARS
           END-IF.

           ADD ACCOUNT-BALANCE-ARS TO CD-BALANCE(CD-I).

       MARCAR-PLAZOS-FIJOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT TERM-DEPOSITS-FILE.

           IF F-TERM-STATUS NOT = "00"
               CLOSE TERM-DEPOSITS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ TERM-DEPOSITS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF TD-ACTIVE
                           PERFORM MARCAR-UN-PLAZO-FIJO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE TERM-DEPOSITS-FILE.

       MARCAR-UN-PLAZO-FIJO.
           MOVE TD-SOURCE-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE ACCOUNT-CLIENT-DNI TO WANTED-DNI.
           PERFORM BUSCAR-CANDIDATO.

           IF CANDIDATE-FOUND
               MOVE 'Y' TO CD-HOLDS-TERM-DEPOSIT(CD-I)
           END-IF.

       MARCAR-PRESTAMOS.
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
                       IF LOAN-ACTIVE OR LOAN-RESTRUCTURED
                           MOVE LOAN-DNI TO WANTED-DNI
                           PERFORM BUSCAR-CANDIDATO
                           IF CANDIDATE-FOUND
                               MOVE 'Y' TO CD-HOLDS-LOAN(CD-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOANS-FILE.

       BUSCAR-CANDIDATO.
           SET CANDIDATE-NOT-FOUND TO TRUE.

           PERFORM VARYING CD-I FROM 1 BY 1
               UNTIL CD-I > CANDIDATE-COUNT OR CANDIDATE-FOUND
               IF CD-DNI(CD-I) = WANTED-DNI
                   SET CANDIDATE-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF CANDIDATE-FOUND
               SUBTRACT 1 FROM CD-I
           END-IF.

       EVALUAR-CANDIDATO.
           PERFORM APLICAR-CRITERIOS.

           IF CANDIDATE-DROPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CPN-ELIGIBLE.

           PERFORM VERIFICAR-CONSENTIMIENTO.

           IF CANDIDATE-DROPPED
               ADD 1 TO CPN-NO-CONSENT
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-DATO-DE-CONTACTO.

           IF CANDIDATE-DROPPED
               ADD 1 TO CPN-NO-CONTACT
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRABAR-DESTINATARIO.

       APLICAR-CRITERIOS.
           SET CANDIDATE-DROPPED TO TRUE.

           IF CD-ACCOUNTS(CD-I) = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF CPN-BRANCH > ZERO AND CD-BRANCH-MATCH(CD-I) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           IF CPN-MIN-BALANCE > ZERO
               AND CD-BALANCE(CD-I) < CPN-MIN-BALANCE
               EXIT PARAGRAPH
           END-IF.

           IF CPN-MAX-BALANCE > ZERO
               AND CD-BALANCE(CD-I) > CPN-MAX-BALANCE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN CPN-HOLDING-EXCLUDE-OFFERED
                   IF CPN-OFFERS-TERM-DEPOSIT
                       AND CD-HOLDS-TERM-DEPOSIT(CD-I) = 'Y'
                       EXIT PARAGRAPH
                   END-IF
                   IF CPN-OFFERS-LOAN
                       AND CD-HOLDS-LOAN(CD-I) = 'Y'
                       EXIT PARAGRAPH
                   END-IF
               WHEN CPN-HOLDING-NEEDS-TERM-DEPOSIT
                   IF CD-HOLDS-TERM-DEPOSIT(CD-I) NOT = 'Y'
                       EXIT PARAGRAPH
                   END-IF
               WHEN CPN-HOLDING-NEEDS-LOAN
                   IF CD-HOLDS-LOAN(CD-I) NOT = 'Y'
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE.

           SET CANDIDATE-KEPT TO TRUE.

       VERIFICAR-CONSENTIMIENTO.
           SET CANDIDATE-DROPPED TO TRUE.

           IF F-CONSENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE CD-DNI(CD-I) TO MC-DNI.
           MOVE CPN-CHANNEL TO MC-CHANNEL.

           READ MARKETING-CONSENTS-FILE
               KEY IS MC-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF MC-OPTED-IN AND MC-OPT-IN-DATE <= WS-BUSINESS-DATE
               SET CANDIDATE-KEPT TO TRUE
           END-IF.

       BUSCAR-DATO-DE-CONTACTO.
           SET CANDIDATE-DROPPED TO TRUE.
           MOVE SPACES TO CHANNEL-CONTACT.
           MOVE SPACES TO CHANNEL-ADDRESS-2.

           IF F-CONTACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE CD-DNI(CD-I) TO CONTACT-DNI.

           READ CONTACTS-FILE
               KEY IS CONTACT-DNI
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
               WHEN CPN-CHANNEL-MAIL
                   MOVE CONTACT-ADDRESS-1 TO CHANNEL-CONTACT
                   MOVE CONTACT-ADDRESS-2 TO CHANNEL-ADDRESS-2
               WHEN CPN-CHANNEL-PHONE
                   MOVE CONTACT-PHONE TO CHANNEL-CONTACT
               WHEN CPN-CHANNEL-EMAIL
                   MOVE CONTACT-EMAIL TO CHANNEL-CONTACT
           END-EVALUATE.

           IF CHANNEL-CONTACT NOT = SPACES
               SET CANDIDATE-KEPT TO TRUE
           END-IF.

       GRABAR-DESTINATARIO.
           MOVE CPN-ID TO CT-CAMPAIGN.
           MOVE CD-DNI(CD-I) TO CT-DNI.
           MOVE CD-BRANCH(CD-I) TO CT-BRANCH.
           MOVE CD-BALANCE(CD-I) TO CT-BALANCE.
           MOVE CD-AGE(CD-I) TO CT-AGE.
           MOVE CPN-CHANNEL TO CT-CHANNEL.
           MOVE WS-BUSINESS-DATE TO CT-SELECTED-DATE.
           SET CT-NOT-RESPONDED TO TRUE.
           MOVE ZERO TO CT-RESPONSE-DATE.
           MOVE ZERO TO CT-RESPONSE-REF.
           MOVE ZERO TO CT-RESPONSE-AMOUNT.

           WRITE CAMPAIGN-TARGET-RECORD
               INVALID KEY
                   DISPLAY
                   "El DNI " CT-DNI " ya figura en la campaña "
                   CT-CAMPAIGN
                   EXIT PARAGRAPH
           END-WRITE.

           ADD 1 TO CPN-TARGETS.

           MOVE CPN-ID TO CE-CAMPAIGN.
           MOVE CPN-PRODUCT TO CE-PRODUCT.
           MOVE CPN-CHANNEL TO CE-CHANNEL.
           MOVE CT-DNI TO CE-DNI.
           MOVE CT-BRANCH TO CE-BRANCH.
           MOVE CHANNEL-CONTACT TO CE-CONTACT.
           MOVE CHANNEL-ADDRESS-2 TO CE-ADDRESS-2.

           WRITE CAMPAIGN-EXPORT-RECORD.
           MOVE CAMPAIGN-EXPORT-RECORD TO WS-OUT-LINE.
           MOVE CE-DNI TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

       SEGUIR-CAMPANIAS-LANZADAS.
           SET CAMPAIGNS-NOT-ENDED TO TRUE.

           OPEN I-O CAMPAIGNS-FILE.

           IF F-CAMPAIGN-STATUS NOT = "00"
               CLOSE CAMPAIGNS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL CAMPAIGNS-ENDED
               READ CAMPAIGNS-FILE NEXT RECORD
                   AT END
                       SET CAMPAIGNS-ENDED TO TRUE
                   NOT AT END
                       IF CPN-LAUNCHED
                           PERFORM SEGUIR-UNA-CAMPANIA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CAMPAIGNS-FILE.

       SEGUIR-UNA-CAMPANIA.
           MOVE ZERO TO NEW-RESPONSES.

           OPEN I-O CAMPAIGN-TARGETS-FILE.

           IF CPN-OFFERS-TERM-DEPOSIT
               PERFORM BUSCAR-PLAZOS-DE-LA-CAMPANIA
           ELSE
               PERFORM BUSCAR-PRESTAMOS-DE-LA-CAMPANIA
           END-IF.

           CLOSE CAMPAIGN-TARGETS-FILE.

           ADD 1 TO CAMPAIGNS-TRACKED.

           IF WS-BUSINESS-DATE > CPN-END-DATE
               SET CPN-CLOSED TO TRUE
               ADD 1 TO CAMPAIGNS-FINISHED
           END-IF.

           REWRITE CAMPAIGN-RECORD
               INVALID KEY
                   DISPLAY
                   "No fue posible actualizar la campaña " CPN-ID
           END-REWRITE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Campaña " DELIMITED BY SIZE
               CPN-ID DELIMITED BY SIZE
               " respuestas nuevas " DELIMITED BY SIZE
               NEW-RESPONSES DELIMITED BY SIZE
               " acumuladas " DELIMITED BY SIZE
               CPN-RESPONSES DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               CPN-TARGETS DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF CPN-CLOSED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  finalizada, vigencia hasta el "
                   DELIMITED BY SIZE
                   CPN-END-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

       BUSCAR-PLAZOS-DE-LA-CAMPANIA.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT TERM-DEPOSITS-FILE.

           IF F-TERM-STATUS NOT = "00"
               CLOSE TERM-DEPOSITS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ TERM-DEPOSITS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF TD-PREDECESSOR = ZERO
                           AND TD-START-DATE >= CPN-START-DATE
                           AND TD-START-DATE <= CPN-END-DATE
                           PERFORM REGISTRAR-PLAZO-COMO-RESPUESTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE TERM-DEPOSITS-FILE.

       REGISTRAR-PLAZO-COMO-RESPUESTA.
           MOVE TD-SOURCE-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE ACCOUNT-CLIENT-DNI TO RESPONSE-DNI.
           MOVE TD-START-DATE TO RESPONSE-DATE.
           MOVE TD-ID TO RESPONSE-REF.
           MOVE TD-PRINCIPAL TO RESPONSE-AMOUNT.

           PERFORM REGISTRAR-RESPUESTA.

       BUSCAR-PRESTAMOS-DE-LA-CAMPANIA.
           PERFORM CALCULAR-VENTANA-DE-PRESTAMOS.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT LOANS-FILE.

           IF F-LOANS-STATUS NOT = "00"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LOAN-SCHEDULE-FILE.

           PERFORM UNTIL F-ENDED
               READ LOANS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF LOAN-ORIGIN-LOAN = ZERO
                           PERFORM REGISTRAR-PRESTAMO-COMO-RESPUESTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.
           CLOSE LOANS-FILE.

       CALCULAR-VENTANA-DE-PRESTAMOS.
           MOVE CPN-START-DATE TO WINDOW-DATE.
           PERFORM TRASLADAR-UN-MES.
           MOVE WS-ROLLED-DATE TO LOAN-WINDOW-FROM.

           MOVE CPN-END-DATE TO WINDOW-DATE.
           PERFORM TRASLADAR-UN-MES.
           MOVE WS-ROLLED-DATE TO LOAN-WINDOW-TO.

       TRASLADAR-UN-MES.
           IF WINDOW-MONTH = 12
               MOVE 1 TO WINDOW-MONTH
               ADD 1 TO WINDOW-YEAR
           ELSE
               ADD 1 TO WINDOW-MONTH
           END-IF.

           IF WINDOW-DAY > 28
               MOVE 28 TO WINDOW-DAY
           END-IF.

           MOVE 'F' TO WS-ROLL-DIRECTION.
           CALL "./common/next-business-day"
               USING WINDOW-DATE WS-ROLL-DIRECTION WS-ROLLED-DATE.

       REGISTRAR-PRESTAMO-COMO-RESPUESTA.
           MOVE LOAN-ID TO LSCH-LOAN-ID.
           MOVE 1 TO LSCH-INSTALLMENT-NO.

           READ LOAN-SCHEDULE-FILE
               KEY IS LSCH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE LSCH-DUE-DATE TO FIRST-DUE-DATE.

           IF FIRST-DUE-DATE < LOAN-WINDOW-FROM
               OR FIRST-DUE-DATE > LOAN-WINDOW-TO
               EXIT PARAGRAPH
           END-IF.

           MOVE FIRST-DUE-DATE TO WINDOW-DATE.
           IF WINDOW-MONTH = 1
               MOVE 12 TO WINDOW-MONTH
               SUBTRACT 1 FROM WINDOW-YEAR
           ELSE
               SUBTRACT 1 FROM WINDOW-MONTH
           END-IF.

           IF WINDOW-DATE < CPN-START-DATE
               MOVE CPN-START-DATE TO WINDOW-DATE
           END-IF.

           IF WINDOW-DATE > CPN-END-DATE
               MOVE CPN-END-DATE TO WINDOW-DATE
           END-IF.

           MOVE LOAN-DNI TO RESPONSE-DNI.
           MOVE WINDOW-DATE TO RESPONSE-DATE.
           MOVE LOAN-ID TO RESPONSE-REF.
           MOVE LOAN-PRINCIPAL TO RESPONSE-AMOUNT.

           PERFORM REGISTRAR-RESPUESTA.

       REGISTRAR-RESPUESTA.
           MOVE CPN-ID TO CT-CAMPAIGN.
           MOVE RESPONSE-DNI TO CT-DNI.

           READ CAMPAIGN-TARGETS-FILE
               KEY IS CT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF CT-RESPONDED
               EXIT PARAGRAPH
           END-IF.

           SET CT-RESPONDED TO TRUE.
           MOVE RESPONSE-DATE TO CT-RESPONSE-DATE.
           MOVE RESPONSE-REF TO CT-RESPONSE-REF.
           MOVE RESPONSE-AMOUNT TO CT-RESPONSE-AMOUNT.

           REWRITE CAMPAIGN-TARGET-RECORD
               INVALID KEY
                   DISPLAY
                   "No fue posible registrar la respuesta del DNI "
                   CT-DNI
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO CPN-RESPONSES.
           ADD 1 TO NEW-RESPONSES.
           ADD RESPONSE-AMOUNT TO CPN-RESPONSE-AMOUNT.

       ABRIR-GENERACION-DE-SALIDA.
           MOVE 'O' TO WS-OUT-MODE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE ZERO TO WS-OUT-AMOUNT.
           CALL "./common/outbound-register"
               USING WS-OUT-MODE WS-OUT-FEED WS-OUT-FILE-NAME
               WS-OUT-RECORD-LENGTH WS-OUT-LINE WS-OUT-AMOUNT.

       ARCHIVAR-REGISTRO-ENVIADO.
           MOVE 'L' TO WS-OUT-MODE.
           CALL "./common/outbound-register"
               USING WS-OUT-MODE WS-OUT-FEED WS-OUT-FILE-NAME
               WS-OUT-RECORD-LENGTH WS-OUT-LINE WS-OUT-AMOUNT.

       CERRAR-GENERACION-DE-SALIDA.
           MOVE 'C' TO WS-OUT-MODE.
           CALL "./common/outbound-register"
               USING WS-OUT-MODE WS-OUT-FEED WS-OUT-FILE-NAME
               WS-OUT-RECORD-LENGTH WS-OUT-LINE WS-OUT-AMOUNT.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM campaign-run.
