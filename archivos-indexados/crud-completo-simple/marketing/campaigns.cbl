       IDENTIFICATION DIVISION.
       PROGRAM-ID. campaigns.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-campaigns.cpy".
       COPY "../copylib/physic-campaign-targets.cpy".
       COPY "../copylib/physic-branches.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-campaigns.cpy".
       COPY "../copylib/logic-campaign-targets.cpy".
       COPY "../copylib/logic-branches.cpy".

       WORKING-STORAGE SECTION.
       01  F-CAMPAIGN-STATUS PIC XX.
       01  F-TARGET-STATUS PIC XX.
       01  F-BRANCH-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  CP-DEFINE VALUE 1.
           88  CP-LIST VALUE 2.
           88  CP-RESULTS VALUE 3.
           88  CP-CANCEL VALUE 4.
           88  CP-CLOSE VALUE 5.
           88  CP-EXIT VALUE 6.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  CPN-WRITE-FLAG PIC X.
           88  CPN-ROW-WRITTEN VALUE 'Y'.
           88  CPN-ROW-PENDING VALUE 'N'.

       01  INPUT-VALID-FLAG PIC X.
           88  INPUT-VALID VALUE 'Y'.
           88  INPUT-INVALID VALUE 'N'.

       01  NEW-CAMPAIGN.
           05  NC-NAME PIC X(30).
           05  NC-PRODUCT PIC X.
               88  NC-PRODUCT-OK VALUE 'T' 'L'.
           05  NC-CHANNEL PIC X.
               88  NC-CHANNEL-OK VALUE 'M' 'P' 'E'.
           05  NC-BRANCH PIC 9(3).
           05  NC-MIN-BALANCE PIC 9(8)V99.
           05  NC-MAX-BALANCE PIC 9(8)V99.
           05  NC-MIN-AGE PIC 9(3).
           05  NC-MAX-AGE PIC 9(3).
           05  NC-HOLDING-RULE PIC X.
               88  NC-HOLDING-RULE-OK VALUE 'N' 'E' 'T' 'L'.
           05  NC-START-DATE PIC 9(8).
           05  NC-END-DATE PIC 9(8).

       01  WANTED-CAMPAIGN PIC 9(4).
       01  ROWS-LISTED PIC 9(6) VALUE ZERO.
       01  RESPONSE-RATE PIC 9(3)V99.
       01  CONFIRMAR-DECISION PIC X.
           88  DECISION-CONFIRMADA VALUE 'S'.

       01  WS-AMOUNT-EDIT PIC Z(9)9.99.
       01  WS-BALANCE-EDIT PIC -Z(9)9.99.
       01  WS-RATE-EDIT PIC ZZ9.99.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE ZERO TO MENU-OPTION.

           PERFORM SHOW-CAMPAIGNS-MENU UNTIL CP-EXIT.

           GOBACK.

       SHOW-CAMPAIGNS-MENU.
           DISPLAY "--- Campañas comerciales ---".
           DISPLAY "Definir campaña (1)".
           DISPLAY "Listar campañas (2)".
           DISPLAY "Resultados de una campaña (3)".
           DISPLAY "Anular campaña pendiente (4)".
           DISPLAY "Cerrar campaña lanzada (5)".
           DISPLAY "Volver (6)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN CP-DEFINE
                   PERFORM DEFINE-CAMPAIGN
               WHEN CP-LIST
                   PERFORM LIST-CAMPAIGNS
               WHEN CP-RESULTS
                   PERFORM SHOW-CAMPAIGN-RESULTS
               WHEN CP-CANCEL
                   PERFORM CANCEL-CAMPAIGN
               WHEN CP-CLOSE
                   PERFORM CLOSE-CAMPAIGN
               WHEN CP-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       DEFINE-CAMPAIGN.
           PERFORM ACCEPT-CAMPAIGN-DATA.

           IF INPUT-INVALID
               EXIT PARAGRAPH
           END-IF.

           MOVE NC-NAME TO CPN-NAME.
           MOVE NC-PRODUCT TO CPN-PRODUCT.
           MOVE NC-CHANNEL TO CPN-CHANNEL.
           MOVE NC-BRANCH TO CPN-BRANCH.
           MOVE NC-MIN-BALANCE TO CPN-MIN-BALANCE.
           MOVE NC-MAX-BALANCE TO CPN-MAX-BALANCE.
           MOVE NC-MIN-AGE TO CPN-MIN-AGE.
           MOVE NC-MAX-AGE TO CPN-MAX-AGE.
           MOVE NC-HOLDING-RULE TO CPN-HOLDING-RULE.
           MOVE NC-START-DATE TO CPN-START-DATE.
           MOVE NC-END-DATE TO CPN-END-DATE.
           SET CPN-PENDING TO TRUE.
           MOVE WS-SESSION-USER TO CPN-CREATED-BY.
           MOVE WS-BUSINESS-DATE TO CPN-CREATED-DATE.
           MOVE ZERO TO CPN-SELECTED-DATE.
           MOVE ZERO TO CPN-ELIGIBLE.
           MOVE ZERO TO CPN-NO-CONSENT.
           MOVE ZERO TO CPN-NO-CONTACT.
           MOVE ZERO TO CPN-TARGETS.
           MOVE ZERO TO CPN-RESPONSES.
           MOVE ZERO TO CPN-RESPONSE-AMOUNT.

           OPEN I-O CAMPAIGNS-FILE.

           SET CPN-ROW-PENDING TO TRUE.
           MOVE ZERO TO CPN-ID.

           PERFORM UNTIL CPN-ROW-WRITTEN OR CPN-ID = 9999
               ADD 1 TO CPN-ID
               WRITE CAMPAIGN-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CPN-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE CAMPAIGNS-FILE.

           IF CPN-ROW-PENDING
               DISPLAY "No fue posible registrar la campaña"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Campaña " CPN-ID " registrada. La lista de "
               "destinatarios se genera en el cierre del día "
               CPN-START-DATE.

           MOVE "CAMPAIGN-CREATE" TO WS-AUDIT-OPERATION.
           MOVE CPN-ID TO WANTED-CAMPAIGN.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING CPN-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CPN-PRODUCT DELIMITED BY SIZE
               CPN-CHANNEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CPN-START-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       ACCEPT-CAMPAIGN-DATA.
           SET INPUT-INVALID TO TRUE.

           DISPLAY "Nombre de la campaña: ".
           ACCEPT NC-NAME.

           IF NC-NAME = SPACES
               DISPLAY "El nombre es obligatorio"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Producto ofrecido: plazo fijo (T) | préstamo (L)".
           ACCEPT NC-PRODUCT.

           IF NOT NC-PRODUCT-OK
               DISPLAY "Producto inválido"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Canal: correo (M) | teléfono (P) | e-mail (E)".
           ACCEPT NC-CHANNEL.

           IF NOT NC-CHANNEL-OK
               DISPLAY "Canal inválido"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Sucursal (0 = todas): ".
           ACCEPT NC-BRANCH.

           IF NC-BRANCH > ZERO
               OPEN INPUT BRANCHES-FILE
               MOVE NC-BRANCH TO BRANCH-CODE
               READ BRANCHES-FILE
                   KEY IS BRANCH-CODE
                   INVALID KEY
                       MOVE ZERO TO BRANCH-CODE
               END-READ
               CLOSE BRANCHES-FILE
               IF BRANCH-CODE = ZERO
                   DISPLAY "La sucursal no existe"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Saldo mínimo en cuentas (0 = sin mínimo): ".
           ACCEPT NC-MIN-BALANCE.
           DISPLAY "Saldo máximo en cuentas (0 = sin tope): ".
           ACCEPT NC-MAX-BALANCE.

           IF NC-MAX-BALANCE > ZERO
               AND NC-MAX-BALANCE < NC-MIN-BALANCE
               DISPLAY "El saldo máximo es menor que el mínimo"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Edad mínima (0 = sin mínimo): ".
           ACCEPT NC-MIN-AGE.
           DISPLAY "Edad máxima (0 = sin tope): ".
           ACCEPT NC-MAX-AGE.

           IF NC-MAX-AGE > ZERO AND NC-MAX-AGE < NC-MIN-AGE
               DISPLAY "La edad máxima es menor que la mínima"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Productos que ya tiene el cliente:".
           DISPLAY "  indistinto (N) | excluir a quien ya tiene el "
               "producto ofrecido (E)".
           DISPLAY "  sólo con plazo fijo vigente (T) | sólo con "
               "préstamo vigente (L)".
           ACCEPT NC-HOLDING-RULE.

           IF NOT NC-HOLDING-RULE-OK
               DISPLAY "Opción inválida"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Fecha de inicio (AAAAMMDD): ".
           ACCEPT NC-START-DATE.
           DISPLAY "Fecha de fin (AAAAMMDD): ".
           ACCEPT NC-END-DATE.

           IF NC-START-DATE < WS-BUSINESS-DATE
               DISPLAY "La campaña no puede comenzar antes de la "
                   "fecha de proceso " WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF.

           IF NC-END-DATE < NC-START-DATE
               DISPLAY "La fecha de fin es anterior a la de inicio"
               EXIT PARAGRAPH
           END-IF.

           SET INPUT-VALID TO TRUE.

       LIST-CAMPAIGNS.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT CAMPAIGNS-FILE.

           IF F-CAMPAIGN-STATUS NOT = "00"
               DISPLAY "No hay campañas registradas"
               CLOSE CAMPAIGNS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CAMPAIGNS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       DISPLAY
                       "Campaña " CPN-ID
                       " " CPN-NAME
                       " producto " CPN-PRODUCT
                       " canal " CPN-CHANNEL
                       " del " CPN-START-DATE
                       " al " CPN-END-DATE
                       " estado " CPN-STATUS
                       " destinatarios " CPN-TARGETS
                       " respuestas " CPN-RESPONSES
                       ADD 1 TO ROWS-LISTED
               END-READ
           END-PERFORM.

           CLOSE CAMPAIGNS-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "No hay campañas registradas"
           END-IF.

       SHOW-CAMPAIGN-RESULTS.
           DISPLAY "Número de campaña: ".
           ACCEPT WANTED-CAMPAIGN.

           OPEN INPUT CAMPAIGNS-FILE.
           MOVE WANTED-CAMPAIGN TO CPN-ID.
           READ CAMPAIGNS-FILE
               KEY IS CPN-ID
               INVALID KEY
                   DISPLAY "La campaña no existe"
                   CLOSE CAMPAIGNS-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CAMPAIGNS-FILE.

           DISPLAY "Campaña " CPN-ID " " CPN-NAME.
           DISPLAY "Producto " CPN-PRODUCT " canal " CPN-CHANNEL
               " sucursal " CPN-BRANCH
               " vigencia " CPN-START-DATE " a " CPN-END-DATE.
           MOVE CPN-MIN-BALANCE TO WS-AMOUNT-EDIT.
           DISPLAY "Saldo desde " WS-AMOUNT-EDIT
               " edad " CPN-MIN-AGE " a " CPN-MAX-AGE
               " tenencia " CPN-HOLDING-RULE
               " estado " CPN-STATUS.

           IF CPN-PENDING
               DISPLAY "La lista de destinatarios todavía no fue "
                   "generada"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Lista generada el " CPN-SELECTED-DATE.
           DISPLAY "Clientes que cumplen los criterios: "
               CPN-ELIGIBLE.
           DISPLAY "Descartados sin consentimiento ....: "
               CPN-NO-CONSENT.
           DISPLAY "Descartados sin dato de contacto ..: "
               CPN-NO-CONTACT.
           DISPLAY "Destinatarios .....................: "
               CPN-TARGETS.
           DISPLAY "Respuestas ........................: "
               CPN-RESPONSES.

           MOVE CPN-RESPONSE-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Monto colocado ....................: "
               WS-AMOUNT-EDIT.

           IF CPN-TARGETS > ZERO
               COMPUTE RESPONSE-RATE ROUNDED =
                   CPN-RESPONSES * 100 / CPN-TARGETS
               MOVE RESPONSE-RATE TO WS-RATE-EDIT
               DISPLAY "Tasa de respuesta .................: "
                   WS-RATE-EDIT "%"
           END-IF.

           DISPLAY "¿Ver el detalle de destinatarios? (S) | (N)".
           ACCEPT CONFIRMAR-DECISION.

           IF DECISION-CONFIRMADA
               PERFORM LIST-CAMPAIGN-TARGETS
           END-IF.

       LIST-CAMPAIGN-TARGETS.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT CAMPAIGN-TARGETS-FILE.

           IF F-TARGET-STATUS NOT = "00"
               DISPLAY "La campaña no tiene destinatarios"
               CLOSE CAMPAIGN-TARGETS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-CAMPAIGN TO CT-CAMPAIGN.
           MOVE ZERO TO CT-DNI.

           START CAMPAIGN-TARGETS-FILE
               KEY IS GREATER THAN OR EQUAL TO CT-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ CAMPAIGN-TARGETS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CT-CAMPAIGN NOT = WANTED-CAMPAIGN
                           SET F-ENDED TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-TARGET
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CAMPAIGN-TARGETS-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "La campaña no tiene destinatarios"
           END-IF.

       SHOW-ONE-TARGET.
           MOVE CT-BALANCE TO WS-BALANCE-EDIT.

           IF CT-RESPONDED
               MOVE CT-RESPONSE-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY
               "DNI " CT-DNI
               " sucursal " CT-BRANCH
               " saldo " WS-BALANCE-EDIT
               " respondió el " CT-RESPONSE-DATE
               " operación " CT-RESPONSE-REF
               " por " WS-AMOUNT-EDIT
           ELSE
               DISPLAY
               "DNI " CT-DNI
               " sucursal " CT-BRANCH
               " saldo " WS-BALANCE-EDIT
               " sin respuesta"
           END-IF.

           ADD 1 TO ROWS-LISTED.

       CANCEL-CAMPAIGN.
           DISPLAY "Número de campaña: ".
           ACCEPT WANTED-CAMPAIGN.

           OPEN I-O CAMPAIGNS-FILE.
           MOVE WANTED-CAMPAIGN TO CPN-ID.
           READ CAMPAIGNS-FILE
               KEY IS CPN-ID
               INVALID KEY
                   DISPLAY "La campaña no existe"
                   CLOSE CAMPAIGNS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF NOT CPN-PENDING
               DISPLAY "Sólo pueden anularse campañas cuya lista "
                   "todavía no fue generada"
               CLOSE CAMPAIGNS-FILE
               EXIT PARAGRAPH
           END-IF.

           SET CPN-CANCELLED TO TRUE.

           REWRITE CAMPAIGN-RECORD
               INVALID KEY
                   DISPLAY "No fue posible anular la campaña"
                   CLOSE CAMPAIGNS-FILE
                   EXIT PARAGRAPH
           END-REWRITE.

           CLOSE CAMPAIGNS-FILE.

           DISPLAY "Campaña anulada".

           MOVE "CAMPAIGN-CANCEL" TO WS-AUDIT-OPERATION.
           MOVE "P" TO WS-AUDIT-BEFORE.
           MOVE "X" TO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       CLOSE-CAMPAIGN.
           DISPLAY "Número de campaña: ".
           ACCEPT WANTED-CAMPAIGN.

           OPEN I-O CAMPAIGNS-FILE.
           MOVE WANTED-CAMPAIGN TO CPN-ID.
           READ CAMPAIGNS-FILE
               KEY IS CPN-ID
               INVALID KEY
                   DISPLAY "La campaña no existe"
                   CLOSE CAMPAIGNS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF NOT CPN-LAUNCHED
               DISPLAY "Sólo pueden cerrarse campañas lanzadas"
               CLOSE CAMPAIGNS-FILE
               EXIT PARAGRAPH
           END-IF.

           IF CPN-END-DATE >= WS-BUSINESS-DATE
               DISPLAY "La campaña sigue vigente hasta el "
                   CPN-END-DATE ". ¿Cerrarla igual? (S) | (N)"
               ACCEPT CONFIRMAR-DECISION
               IF NOT DECISION-CONFIRMADA
                   CLOSE CAMPAIGNS-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BUSINESS-DATE TO CPN-END-DATE
           END-IF.

           SET CPN-CLOSED TO TRUE.

           REWRITE CAMPAIGN-RECORD
               INVALID KEY
                   DISPLAY "No fue posible cerrar la campaña"
                   CLOSE CAMPAIGNS-FILE
                   EXIT PARAGRAPH
           END-REWRITE.

           CLOSE CAMPAIGNS-FILE.

           DISPLAY "Campaña cerrada con " CPN-RESPONSES
               " respuestas".

           MOVE "CAMPAIGN-CLOSE" TO WS-AUDIT-OPERATION.
           MOVE "L" TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "C fin " DELIMITED BY SIZE
               CPN-END-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-KEY.
           MOVE WANTED-CAMPAIGN TO WS-AUDIT-KEY(1:4).

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM campaigns.
