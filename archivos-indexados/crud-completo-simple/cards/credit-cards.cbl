       IDENTIFICATION DIVISION.
       PROGRAM-ID. credit-cards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-credit-cards.cpy".
       COPY "../copylib/physic-credit-card-movements.cpy".
       COPY "../copylib/physic-credit-card-statements.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-credit-cards.cpy".
       COPY "../copylib/logic-credit-card-movements.cpy".
       COPY "../copylib/logic-credit-card-statements.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-CREDIT-CARDS-STATUS PIC XX.
       01  F-CC-MOVEMENTS-STATUS PIC XX.
       01  F-CC-STATEMENTS-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  CCR-OPEN VALUE 1.
           88  CCR-CHANGE-LIMIT VALUE 2.
           88  CCR-CHANGE-STATUS VALUE 3.
           88  CCR-LIST VALUE 4.
           88  CCR-INQUIRY VALUE 5.
           88  CCR-EXIT VALUE 6.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  ACCOUNT-VALID PIC X.
           88  VALID-ACCOUNT VALUE 'Y'.
           88  INVALID-ACCOUNT VALUE 'N'.

       01  WANTED-DNI PIC 9(8).
       01  WANTED-CARD PIC 9(16).
       01  WANTED-ACCOUNT PIC 9(8).
       01  NEW-LIMIT PIC 9(8)V99.
       01  NEW-RATE PIC 9V9999.
       01  NEW-CYCLE-DAY PIC 9(2).
       01  NEW-PAY-MODE PIC X.
       01  NEW-STATUS PIC X.
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.

       01  CREDIT-AVAILABLE PIC S9(9)V99.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05  WS-BUSINESS-YM PIC 9(6).
           05  WS-BUSINESS-DD PIC 9(2).
       01  WS-DAY-STATE PIC X.
       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-BALANCE-EDIT PIC -(8)9.99.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM SHOW-CREDIT-CARDS-MENU UNTIL CCR-EXIT.

           GOBACK.

       SHOW-CREDIT-CARDS-MENU.
           DISPLAY "--- Tarjetas de crédito ---".
           DISPLAY "Alta de tarjeta (1)".
           DISPLAY "Cambiar límite de crédito (2)".
           DISPLAY "Bloquear/activar/cancelar (3)".
           DISPLAY "Listar tarjetas de un cliente (4)".
           DISPLAY "Consultar resumen y consumos (5)".
           DISPLAY "Volver (6)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN CCR-OPEN
                   PERFORM OPEN-CREDIT-CARD
               WHEN CCR-CHANGE-LIMIT
                   PERFORM CHANGE-CREDIT-LIMIT
               WHEN CCR-CHANGE-STATUS
                   PERFORM CHANGE-CREDIT-CARD-STATUS
               WHEN CCR-LIST
                   PERFORM LIST-CLIENT-CREDIT-CARDS
               WHEN CCR-INQUIRY
                   PERFORM SHOW-CREDIT-CARD-POSITION
               WHEN CCR-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       OPEN-CREDIT-CARD.
           DISPLAY "DNI del titular: ".
           ACCEPT WANTED-DNI.

           OPEN INPUT CLIENTS-FILE.
           MOVE WANTED-DNI TO CLIENT-DNI.
           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   DISPLAY "El DNI no corresponde a un cliente"
                   CLOSE CLIENTS-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   IF NOT CLIENT-ACTIVE
                       DISPLAY "El cliente está inactivo"
                       CLOSE CLIENTS-FILE
                       EXIT PARAGRAPH
                   END-IF
           END-READ.
           CLOSE CLIENTS-FILE.

           DISPLAY "Titular: " CLIENT-NAME.

           DISPLAY "Número de tarjeta (16 dígitos): ".
           ACCEPT WANTED-CARD.
           DISPLAY "Cuenta de débito del resumen (caja de ahorro o "
               "cuenta corriente en pesos): ".
           ACCEPT WANTED-ACCOUNT.

           PERFORM VALIDATE-PAY-ACCOUNT.

           IF INVALID-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Límite de crédito: ".
           ACCEPT NEW-LIMIT.
           DISPLAY "Tasa mensual de financiación (ej. 0.0600): ".
           ACCEPT NEW-RATE.
           DISPLAY "Día de cierre del ciclo (1 a 28): ".
           ACCEPT NEW-CYCLE-DAY.

           IF NEW-CYCLE-DAY = ZERO OR NEW-CYCLE-DAY > 28
               DISPLAY "El día de cierre debe estar entre 1 y 28"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Débito al vencimiento: Pago total (T) | "
               "Pago mínimo (M): ".
           ACCEPT NEW-PAY-MODE.

           IF NEW-PAY-MODE NOT = 'T' AND NEW-PAY-MODE NOT = 'M'
               DISPLAY "Modalidad inválida, ingrese T o M"
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-CARD TO CCR-NUMBER.
           MOVE WANTED-DNI TO CCR-CLIENT-DNI.
           MOVE NEW-LIMIT TO CCR-CREDIT-LIMIT.
           MOVE ZERO TO CCR-BALANCE.
           MOVE NEW-RATE TO CCR-RATE.
           MOVE NEW-CYCLE-DAY TO CCR-CYCLE-DAY.
           MOVE WANTED-ACCOUNT TO CCR-PAY-ACCOUNT.
           MOVE NEW-PAY-MODE TO CCR-PAY-MODE.
           SET CCR-ACTIVE TO TRUE.

           IF WS-BUSINESS-DD >= NEW-CYCLE-DAY
               MOVE WS-BUSINESS-DATE TO CCR-LAST-CLOSE-DATE
           ELSE
               MOVE ZERO TO CCR-LAST-CLOSE-DATE
           END-IF.

           MOVE ZERO TO CCR-STMT-BALANCE.
           MOVE ZERO TO CCR-STMT-MINIMUM.
           MOVE ZERO TO CCR-STMT-DUE-DATE.
           MOVE ZERO TO CCR-STMT-PAID.
           SET CCR-DEBIT-DONE TO TRUE.
           MOVE WS-BUSINESS-DATE TO CCR-OPENED-DATE.
           MOVE WS-SESSION-USER TO CCR-OPENED-BY.

           OPEN I-O CREDIT-CARDS-FILE.

           WRITE CREDIT-CARD-RECORD
               INVALID KEY
                   DISPLAY "La tarjeta ya está registrada"
               NOT INVALID KEY
                   DISPLAY "Tarjeta de crédito dada de alta"
                   MOVE "OPEN-CREDIT-CARD" TO WS-AUDIT-OPERATION
                   MOVE WANTED-DNI TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   MOVE NEW-LIMIT TO WS-AMOUNT-EDIT
                   STRING "Tarjeta: " DELIMITED BY SIZE
                       WANTED-CARD DELIMITED BY SIZE
                       " Limite: " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-WRITE.

           CLOSE CREDIT-CARDS-FILE.

       VALIDATE-PAY-ACCOUNT.
           SET INVALID-ACCOUNT TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           MOVE WANTED-ACCOUNT TO ACCOUNT-KEY.
           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "El número de cuenta no existe"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCOUNT-CLIENT-DNI NOT = WANTED-DNI
                           DISPLAY
                           "La cuenta no pertenece al titular"
                       WHEN NOT ACCOUNT-ACTIVE
                           DISPLAY "La cuenta no está activa"
                       WHEN NOT CURRENCY-ARS
                           DISPLAY
                           "La cuenta de débito debe ser en pesos"
                       WHEN NOT ACCOUNT-SAVINGS
                           AND NOT ACCOUNT-CHECKING
                           DISPLAY
                           "La cuenta debe ser caja de ahorro o "
                           "cuenta corriente"
                       WHEN OTHER
                           SET VALID-ACCOUNT TO TRUE
                   END-EVALUATE
           END-READ.

           CLOSE ACCOUNTS-FILE.

       CHANGE-CREDIT-LIMIT.
           DISPLAY "Número de tarjeta: ".
           ACCEPT WANTED-CARD.
           DISPLAY "Nuevo límite de crédito: ".
           ACCEPT NEW-LIMIT.

           OPEN I-O CREDIT-CARDS-FILE.

           MOVE WANTED-CARD TO CCR-NUMBER.

           READ CREDIT-CARDS-FILE
               KEY IS CCR-NUMBER
               INVALID KEY
                   DISPLAY "La tarjeta no está registrada"
               NOT INVALID KEY
                   PERFORM APLICAR-CAMBIO-LIMITE
           END-READ.

           CLOSE CREDIT-CARDS-FILE.

       APLICAR-CAMBIO-LIMITE.
           IF CCR-CANCELLED
               DISPLAY
               "La tarjeta está cancelada, no admite cambios"
               EXIT PARAGRAPH
           END-IF.

           IF NEW-LIMIT < CCR-BALANCE
               DISPLAY
               "El nuevo límite es menor que el saldo adeudado"
               EXIT PARAGRAPH
           END-IF.

           MOVE "CREDIT-LIMIT" TO WS-AUDIT-OPERATION.
           MOVE CCR-CLIENT-DNI TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           MOVE CCR-CREDIT-LIMIT TO WS-AMOUNT-EDIT.
           STRING "Limite: " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.

           MOVE NEW-LIMIT TO CCR-CREDIT-LIMIT.

           REWRITE CREDIT-CARD-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar la tarjeta"
               NOT INVALID KEY
                   DISPLAY "Límite actualizado"
                   MOVE NEW-LIMIT TO WS-AMOUNT-EDIT
                   STRING "Limite: " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

       CHANGE-CREDIT-CARD-STATUS.
           DISPLAY "Número de tarjeta: ".
           ACCEPT WANTED-CARD.
           DISPLAY "Nuevo estado: Activa (A) | Bloqueada (B) | "
               "Cancelada (C): ".
           ACCEPT NEW-STATUS.

           IF NEW-STATUS NOT = 'A' AND NEW-STATUS NOT = 'B'
               AND NEW-STATUS NOT = 'C'
               DISPLAY "Estado inválido, ingrese A, B o C"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CREDIT-CARDS-FILE.

           MOVE WANTED-CARD TO CCR-NUMBER.

           READ CREDIT-CARDS-FILE
               KEY IS CCR-NUMBER
               INVALID KEY
                   DISPLAY "La tarjeta no está registrada"
               NOT INVALID KEY
                   PERFORM APLICAR-CAMBIO-ESTADO
           END-READ.

           CLOSE CREDIT-CARDS-FILE.

       APLICAR-CAMBIO-ESTADO.
           IF CCR-CANCELLED
               DISPLAY
               "La tarjeta está cancelada, no admite cambios"
               EXIT PARAGRAPH
           END-IF.

           IF NEW-STATUS = 'C' AND CCR-BALANCE NOT = ZERO
               DISPLAY
               "La tarjeta tiene saldo, no puede cancelarse hasta "
               "que quede en cero"
               EXIT PARAGRAPH
           END-IF.

           MOVE "CREDIT-CARD-STATUS" TO WS-AUDIT-OPERATION.
           MOVE CCR-CLIENT-DNI TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Estado: " DELIMITED BY SIZE
               CCR-STATUS DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.

           MOVE NEW-STATUS TO CCR-STATUS.

           REWRITE CREDIT-CARD-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar la tarjeta"
               NOT INVALID KEY
                   DISPLAY "Estado de la tarjeta actualizado"
                   STRING "Estado: " DELIMITED BY SIZE
                       NEW-STATUS DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

       LIST-CLIENT-CREDIT-CARDS.
           DISPLAY "DNI del titular: ".
           ACCEPT WANTED-DNI.

           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT CREDIT-CARDS-FILE.

           IF F-CREDIT-CARDS-STATUS NOT = "00"
               DISPLAY "No hay tarjetas de crédito registradas"
               CLOSE CREDIT-CARDS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-DNI TO CCR-CLIENT-DNI.

           START CREDIT-CARDS-FILE
               KEY IS GREATER THAN OR EQUAL TO CCR-CLIENT-DNI
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ CREDIT-CARDS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CCR-CLIENT-DNI NOT = WANTED-DNI
                           SET F-ENDED TO TRUE
                       ELSE
                           MOVE CCR-CREDIT-LIMIT TO WS-AMOUNT-EDIT
                           MOVE CCR-BALANCE TO WS-BALANCE-EDIT
                           DISPLAY
                           "Tarjeta " CCR-NUMBER
                           " estado " CCR-STATUS
                           " límite " WS-AMOUNT-EDIT
                           " saldo " WS-BALANCE-EDIT
                           " cierre día " CCR-CYCLE-DAY
                           " debita " CCR-PAY-ACCOUNT
                           ADD 1 TO ROWS-LISTED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CREDIT-CARDS-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "El cliente no tiene tarjetas de crédito"
           END-IF.

       SHOW-CREDIT-CARD-POSITION.
           DISPLAY "Número de tarjeta: ".
           ACCEPT WANTED-CARD.

           OPEN INPUT CREDIT-CARDS-FILE.

           MOVE WANTED-CARD TO CCR-NUMBER.

           READ CREDIT-CARDS-FILE
               KEY IS CCR-NUMBER
               INVALID KEY
                   DISPLAY "La tarjeta no está registrada"
                   CLOSE CREDIT-CARDS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE CREDIT-CARDS-FILE.

           COMPUTE CREDIT-AVAILABLE = CCR-CREDIT-LIMIT - CCR-BALANCE.

           MOVE CCR-CREDIT-LIMIT TO WS-AMOUNT-EDIT.
           DISPLAY "Límite: " WS-AMOUNT-EDIT WITH NO ADVANCING.
           MOVE CCR-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY " saldo adeudado: " WS-BALANCE-EDIT
               WITH NO ADVANCING.
           MOVE CREDIT-AVAILABLE TO WS-BALANCE-EDIT.
           DISPLAY " disponible: " WS-BALANCE-EDIT.

           IF CCR-LAST-CLOSE-DATE = ZERO
               OR CCR-STMT-DUE-DATE = ZERO
               DISPLAY "La tarjeta todavía no tuvo cierre de ciclo"
           ELSE
               PERFORM MOSTRAR-ULTIMO-RESUMEN
           END-IF.

           PERFORM MOSTRAR-CONSUMOS-A-FACTURAR.

       MOSTRAR-ULTIMO-RESUMEN.
           OPEN INPUT CREDIT-CARD-STATEMENTS-FILE.

           MOVE WANTED-CARD TO CCS-CARD.
           MOVE CCR-LAST-CLOSE-DATE TO CCS-CLOSE-DATE.

           READ CREDIT-CARD-STATEMENTS-FILE
               KEY IS CCS-KEY
               INVALID KEY
                   DISPLAY "No se encontró el último resumen"
                   CLOSE CREDIT-CARD-STATEMENTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE CREDIT-CARD-STATEMENTS-FILE.

           DISPLAY "--- Resumen al " CCS-CLOSE-DATE " ---".
           MOVE CCS-PREVIOUS-BALANCE TO WS-AMOUNT-EDIT.
           DISPLAY "Saldo anterior:        " WS-AMOUNT-EDIT.
           MOVE CCS-PAYMENTS TO WS-AMOUNT-EDIT.
           DISPLAY "Pagos:                 " WS-AMOUNT-EDIT.
           MOVE CCS-PURCHASES TO WS-AMOUNT-EDIT.
           DISPLAY "Consumos:              " WS-AMOUNT-EDIT.
           MOVE CCS-CREDITS TO WS-AMOUNT-EDIT.
           DISPLAY "Devoluciones:          " WS-AMOUNT-EDIT.
           MOVE CCS-FINANCE-CHARGES TO WS-AMOUNT-EDIT.
           DISPLAY "Intereses financiación:" WS-AMOUNT-EDIT.
           MOVE CCS-BALANCE-DUE TO WS-AMOUNT-EDIT.
           DISPLAY "Saldo a pagar:         " WS-AMOUNT-EDIT.
           MOVE CCS-MINIMUM TO WS-AMOUNT-EDIT.
           DISPLAY "Pago mínimo:           " WS-AMOUNT-EDIT.
           DISPLAY "Vencimiento:           " CCS-DUE-DATE.
           MOVE CCR-STMT-PAID TO WS-AMOUNT-EDIT.
           DISPLAY "Pagado desde el cierre:" WS-AMOUNT-EDIT.

       MOSTRAR-CONSUMOS-A-FACTURAR.
           DISPLAY "--- Movimientos a facturar ---".
           MOVE ZERO TO ROWS-LISTED.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CREDIT-CARD-MOVEMENTS-FILE.

           IF F-CC-MOVEMENTS-STATUS NOT = "00"
               CLOSE CREDIT-CARD-MOVEMENTS-FILE
               DISPLAY "(sin movimientos)"
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-CARD TO CCM-CARD.
           MOVE ZERO TO CCM-DATE.
           MOVE ZERO TO CCM-SEQ.

           START CREDIT-CARD-MOVEMENTS-FILE
               KEY IS GREATER THAN OR EQUAL TO CCM-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ CREDIT-CARD-MOVEMENTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CCM-CARD NOT = WANTED-CARD
                           SET F-ENDED TO TRUE
                       ELSE
                           IF CCM-STATEMENT-DATE = ZERO
                               MOVE CCM-AMOUNT TO WS-AMOUNT-EDIT
                               DISPLAY
                               CCM-DATE " " CCM-TYPE " "
                               CCM-MERCHANT " " WS-AMOUNT-EDIT
                               ADD 1 TO ROWS-LISTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CREDIT-CARD-MOVEMENTS-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "(sin movimientos)"
           END-IF.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM credit-cards.
