       COPY "../copylib/physic-cases.cpy".
       COPY "../copylib/physic-case-notes.cpy".
       COPY "../copylib/physic-alerts.cpy".
       COPY "../copylib/physic-ros-reports.cpy".
       COPY "../copylib/physic-ros-items.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-transactions.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-cases.cpy".
       COPY "../copylib/logic-case-notes.cpy".
       COPY "../copylib/logic-alerts.cpy".
       COPY "../copylib/logic-ros-reports.cpy".
       COPY "../copylib/logic-ros-items.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-transactions.cpy".

       WORKING-STORAGE SECTION.
       01  F-CASES-STATUS PIC XX.
       01  F-CASE-NOTES-STATUS PIC XX.
       01  F-ALERTS-STATUS PIC XX.
       01  F-ROS-STATUS PIC XX.
       01  F-ROS-ITEMS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  CM-OPEN VALUE 1.
           88  CM-CLOSE VALUE 4.
           88  CM-SHOW VALUE 5.
           88  CM-AGING VALUE 6.
           88  CM-RELEASE VALUE 7.
           88  CM-EXIT VALUE 8.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  NOTE-ROW-WRITTEN VALUE 'Y'.
           88  NOTE-ROW-PENDING VALUE 'N'.

       01  CONFIRMAR-ROS PIC X.
           88  ROS-CONFIRMADO VALUE 'S'.
       01  CONFIRMAR-EMISION PIC X.
           88  EMISION-CONFIRMADA VALUE 'S'.
       01  CONFIRMAR-LIBERACION PIC X.
           88  LIBERACION-CONFIRMADA VALUE 'S'.

       01  WS-HOLD-MODE PIC X.
       01  WS-HOLD-ACCOUNTS PIC 9(4).

       01  ROS-WRITE-FLAG PIC X.
           88  ROS-ROW-WRITTEN VALUE 'Y'.
           88  ROS-ROW-PENDING VALUE 'N'.

       01  ITEMS-FLAG PIC X.
           88  ITEMS-ENDED VALUE 'Y'.
           88  ITEMS-NOT-ENDED VALUE 'N'.

       01  ROS-DAYS-LAUNDERING PIC 9(3) VALUE 150.
       01  ROS-DAYS-TERRORISM PIC 9(3) VALUE 2.
       01  MAX-ROS-ITEMS PIC 9(2) VALUE 20.

       01  NEW-ROS-KIND PIC X.
           88  NEW-ROS-LAUNDERING VALUE 'L'.
           88  NEW-ROS-TERRORISM VALUE 'T'.
       01  NEW-ROS-NUMBER PIC 9(8).
       01  NEW-DETECTION-DATE PIC 9(8).
       01  NEW-DEADLINE-DATE PIC 9(8).
       01  NEW-ROS-TOTAL PIC 9(12)V99.
       01  NEW-NARRATIVE.
           05  NEW-NARRATIVE-LINE PIC X(60) OCCURS 5 TIMES.
       01  NARRATIVE-I PIC 9.
       01  NEW-ITEM-ACCOUNT PIC 9(8).
       01  NEW-ITEM-DATE PIC 9(8).
       01  NEW-ITEM-SEQ PIC 9(4).
       01  NEW-ITEM-AMOUNT PIC 9(12)V99.

       01  ROS-ITEM-TABLE.
           05  ROS-ITEM-ENTRY OCCURS 20 TIMES.
               10  IT-ACCOUNT PIC 9(8).
               10  IT-CURRENCY PIC X(3).
               10  IT-DATE PIC 9(8).
               10  IT-SEQ PIC 9(4).
               10  IT-TYPE PIC X.
               10  IT-AMOUNT PIC 9(8)V99.
       01  ITEM-COUNT PIC 9(2).
       01  ITEM-I PIC 9(2).

       01  WS-TOTAL-EDIT PIC Z(11)9.99.
       01  WS-AMOUNT-EDIT PIC Z(7)9.99.

       01  WS-RATE-PAIR PIC X(6) VALUE "USDARS".
       01  WS-USD-RATE PIC 9(6)V99.
       01  WS-RATE-FOUND PIC X.
           88  RATE-OK VALUE 'Y'.
           88  RATE-MISSING VALUE 'N'.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
           DISPLAY "Cerrar caso (4)".
           DISPLAY "Ver un caso con sus notas (5)".
           DISPLAY "Casos abiertos por antigüedad (6)".
           DISPLAY "Liberar retenciones de un caso (7)".
           DISPLAY "Volver (8)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
                   PERFORM SHOW-CASE
               WHEN CM-AGING
                   PERFORM AGING-REPORT
               WHEN CM-RELEASE
                   PERFORM RELEASE-CASE-HOLDS
               WHEN CM-EXIT
                   CONTINUE
               WHEN OTHER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY
           "¿Cierre con reporte de operación sospechosa (ROS)? "
           "(S) | (N)".
           ACCEPT CONFIRMAR-ROS.

           IF ROS-CONFIRMADO
               PERFORM PREPARAR-ROS
               IF ROS-ROW-PENDING
                   DISPLAY "El caso queda abierto"
                   CLOSE CASES-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO CASE-DISPOSITION
               STRING "REPORTADO ROS " DELIMITED BY SIZE
                   NEW-ROS-NUMBER DELIMITED BY SIZE
                   INTO CASE-DISPOSITION
           ELSE
               DISPLAY "Disposición de cierre: "
               ACCEPT CASE-DISPOSITION
           END-IF.

           SET CASE-CLOSED TO TRUE.
           MOVE WS-BUSINESS-DATE TO CASE-CLOSED-DATE.

           SET CASE-ROW-PENDING TO TRUE.

           REWRITE CASE-RECORD
               INVALID KEY
                   DISPLAY "No fue posible cerrar el caso"
               NOT INVALID KEY
                   SET CASE-ROW-WRITTEN TO TRUE
                   DISPLAY "Caso cerrado"
                   MOVE "CLOSE-CASE" TO WS-AUDIT-OPERATION
                   MOVE CASE-DNI TO WS-AUDIT-KEY

           CLOSE CASES-FILE.

           IF CASE-ROW-WRITTEN
               PERFORM OFRECER-LIBERACION
           END-IF.

       RELEASE-CASE-HOLDS.
           DISPLAY "Número de caso: ".
           ACCEPT WANTED-CASE.

           PERFORM LEER-CASO.

           IF CASE-ROW-PENDING
               EXIT PARAGRAPH
           END-IF.

           PERFORM OFRECER-LIBERACION.

           IF WS-HOLD-ACCOUNTS = ZERO
               DISPLAY "El caso no tiene retenciones activas"
           END-IF.

       OFRECER-LIBERACION.
           MOVE 'Q' TO WS-HOLD-MODE.
           CALL "./common/compliance-hold"
               USING WS-HOLD-MODE CASE-DNI WANTED-CASE
               WS-HOLD-ACCOUNTS.

           IF WS-HOLD-ACCOUNTS = ZERO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cuentas con retención de cumplimiento del caso: "
               WS-HOLD-ACCOUNTS.
           DISPLAY
           "¿Libera las retenciones de cumplimiento del caso? "
           "(S) | (N)".
           ACCEPT CONFIRMAR-LIBERACION.

           IF NOT LIBERACION-CONFIRMADA
               DISPLAY "Las retenciones se mantienen"
               EXIT PARAGRAPH
           END-IF.

           MOVE 'R' TO WS-HOLD-MODE.
           CALL "./common/compliance-hold"
               USING WS-HOLD-MODE CASE-DNI WANTED-CASE
               WS-HOLD-ACCOUNTS.

           DISPLAY "Retenciones liberadas: " WS-HOLD-ACCOUNTS.

       PREPARAR-ROS.
           SET ROS-ROW-PENDING TO TRUE.

           OPEN I-O ROS-REPORTS-FILE.

           MOVE CASE-ID TO ROS-CASE-ID.

           READ ROS-REPORTS-FILE
               KEY IS ROS-CASE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY
                   "El caso ya tiene el ROS " ROS-NUMBER
                   " registrado, se cierra con ese reporte"
                   MOVE ROS-NUMBER TO NEW-ROS-NUMBER
                   SET ROS-ROW-WRITTEN TO TRUE
           END-READ.

           CLOSE ROS-REPORTS-FILE.

           IF ROS-ROW-WRITTEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY
           "Tipo: Lavado de activos (L) | Financiación del "
           "terrorismo (T): ".
           ACCEPT NEW-ROS-KIND.

           IF NOT NEW-ROS-LAUNDERING AND NOT NEW-ROS-TERRORISM
               DISPLAY "Tipo de reporte inválido"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY
           "Fecha de detección (AAAAMMDD, 0 = apertura del "
           "caso): ".
           ACCEPT NEW-DETECTION-DATE.

           IF NEW-DETECTION-DATE = ZERO
               MOVE CASE-OPENED-DATE TO NEW-DETECTION-DATE
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(NEW-DETECTION-DATE) NOT = 0
               OR NEW-DETECTION-DATE > WS-BUSINESS-DATE
               DISPLAY "Fecha de detección inválida"
               EXIT PARAGRAPH
           END-IF.

           IF NEW-ROS-TERRORISM
               COMPUTE NEW-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NEW-DETECTION-DATE)
                   + ROS-DAYS-TERRORISM)
           ELSE
               COMPUTE NEW-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(NEW-DETECTION-DATE)
                   + ROS-DAYS-LAUNDERING)
           END-IF.

           MOVE SPACES TO NEW-NARRATIVE.

           DISPLAY
           "Relato de la operación (hasta 5 líneas, línea vacía "
           "para terminar):".

           PERFORM VARYING NARRATIVE-I FROM 1 BY 1
               UNTIL NARRATIVE-I > 5
               ACCEPT NEW-NARRATIVE-LINE(NARRATIVE-I)
               IF NEW-NARRATIVE-LINE(NARRATIVE-I) = SPACES
                   MOVE 5 TO NARRATIVE-I
               END-IF
           END-PERFORM.

           IF NEW-NARRATIVE-LINE(1) = SPACES
               DISPLAY "El relato de la operación es obligatorio"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO ITEM-COUNT.
           MOVE ZERO TO NEW-ROS-TOTAL.
           SET ITEMS-NOT-ENDED TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.
           OPEN INPUT TRANSACTIONS-FILE.

           PERFORM CAPTURAR-PARTIDA-ROS
               UNTIL ITEMS-ENDED OR ITEM-COUNT = MAX-ROS-ITEMS.

           CLOSE TRANSACTIONS-FILE.
           CLOSE ACCOUNTS-FILE.

           IF ITEM-COUNT = ZERO
               DISPLAY "Debe informar al menos una cuenta involucrada"
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-ROS-TOTAL TO WS-TOTAL-EDIT.

           DISPLAY "ROS tipo " NEW-ROS-KIND
               " detección " NEW-DETECTION-DATE
               " vence " NEW-DEADLINE-DATE.
           DISPLAY "Partidas " ITEM-COUNT
               " monto total ARS " WS-TOTAL-EDIT.
           DISPLAY "¿Confirma la emisión del ROS? (S) | (N)".
           ACCEPT CONFIRMAR-EMISION.

           IF NOT EMISION-CONFIRMADA
               DISPLAY "ROS no emitido"
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRABAR-ROS.

       CAPTURAR-PARTIDA-ROS.
           DISPLAY "Cuenta involucrada (0 = terminar): ".
           ACCEPT NEW-ITEM-ACCOUNT.

           IF NEW-ITEM-ACCOUNT = ZERO
               SET ITEMS-ENDED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-ITEM-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "No existe esa cuenta"
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY
           "Fecha del movimiento (AAAAMMDD, 0 = la cuenta sin "
           "movimiento puntual): ".
           ACCEPT NEW-ITEM-DATE.

           MOVE ZERO TO NEW-ITEM-SEQ.

           IF NEW-ITEM-DATE NOT = ZERO
               DISPLAY "Secuencia del movimiento: "
               ACCEPT NEW-ITEM-SEQ
               MOVE NEW-ITEM-ACCOUNT TO TRANS-ACCOUNT-KEY
               MOVE NEW-ITEM-DATE TO TRANS-DATE
               MOVE NEW-ITEM-SEQ TO TRANS-SEQ
               READ TRANSACTIONS-FILE
                   KEY IS TRANS-LEDGER-KEY
                   INVALID KEY
                       DISPLAY "No existe ese movimiento"
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           ADD 1 TO ITEM-COUNT.
           MOVE NEW-ITEM-ACCOUNT TO IT-ACCOUNT(ITEM-COUNT).
           MOVE ACCOUNT-CURRENCY TO IT-CURRENCY(ITEM-COUNT).
           MOVE NEW-ITEM-DATE TO IT-DATE(ITEM-COUNT).
           MOVE NEW-ITEM-SEQ TO IT-SEQ(ITEM-COUNT).
           MOVE SPACE TO IT-TYPE(ITEM-COUNT).
           MOVE ZERO TO IT-AMOUNT(ITEM-COUNT).

           IF NEW-ITEM-DATE NOT = ZERO
               MOVE TRANS-TYPE TO IT-TYPE(ITEM-COUNT)
               MOVE TRANS-AMOUNT TO IT-AMOUNT(ITEM-COUNT)
               PERFORM SUMAR-PARTIDA-ROS
           END-IF.

           DISPLAY "Partida " ITEM-COUNT " registrada".

       SUMAR-PARTIDA-ROS.
           MOVE IT-AMOUNT(ITEM-COUNT) TO NEW-ITEM-AMOUNT.

           IF IT-CURRENCY(ITEM-COUNT) = "USD"
               CALL "./common/exchange-rate"
                   USING WS-RATE-PAIR NEW-ITEM-DATE WS-USD-RATE
                   WS-RATE-FOUND
               IF RATE-MISSING
                   DISPLAY
                   "Movimiento en USD sin cotización de esa fecha, "
                   "no se suma al monto total"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE NEW-ITEM-AMOUNT ROUNDED =
                   NEW-ITEM-AMOUNT * WS-USD-RATE
           END-IF.

           ADD NEW-ITEM-AMOUNT TO NEW-ROS-TOTAL.

       GRABAR-ROS.
           MOVE CASE-ID TO ROS-CASE-ID.
           MOVE CASE-DNI TO ROS-DNI.
           MOVE NEW-ROS-KIND TO ROS-KIND.
           MOVE NEW-DETECTION-DATE TO ROS-DETECTION-DATE.
           MOVE NEW-DEADLINE-DATE TO ROS-DEADLINE-DATE.
           MOVE NEW-ROS-TOTAL TO ROS-TOTAL-AMOUNT.
           MOVE ITEM-COUNT TO ROS-ITEM-COUNT.
           SET ROS-PENDING TO TRUE.
           MOVE WS-SESSION-USER TO ROS-PREPARED-BY.
           MOVE WS-BUSINESS-DATE TO ROS-PREPARED-DATE.
           MOVE ZERO TO ROS-FILED-DATE.
           MOVE NEW-NARRATIVE TO ROS-NARRATIVE.

           OPEN I-O ROS-REPORTS-FILE.

           SET ROS-ROW-PENDING TO TRUE.
           MOVE ZERO TO ROS-NUMBER.

           PERFORM UNTIL ROS-ROW-WRITTEN OR ROS-NUMBER = 99999999
               ADD 1 TO ROS-NUMBER
               WRITE ROS-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ROS-ROW-WRITTEN TO TRUE
                       MOVE ROS-NUMBER TO NEW-ROS-NUMBER
               END-WRITE
           END-PERFORM.

           CLOSE ROS-REPORTS-FILE.

           IF ROS-ROW-PENDING
               DISPLAY "No fue posible registrar el ROS"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ROS-ITEMS-FILE.

           PERFORM VARYING ITEM-I FROM 1 BY 1
               UNTIL ITEM-I > ITEM-COUNT
               MOVE NEW-ROS-NUMBER TO ROSI-NUMBER
               MOVE ITEM-I TO ROSI-SEQ
               MOVE IT-ACCOUNT(ITEM-I) TO ROSI-ACCOUNT
               MOVE IT-CURRENCY(ITEM-I) TO ROSI-CURRENCY
               MOVE IT-DATE(ITEM-I) TO ROSI-TRANS-DATE
               MOVE IT-SEQ(ITEM-I) TO ROSI-TRANS-SEQ
               MOVE IT-TYPE(ITEM-I) TO ROSI-TRANS-TYPE
               MOVE IT-AMOUNT(ITEM-I) TO ROSI-AMOUNT
               WRITE ROS-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "No fue posible registrar la partida "
                           ITEM-I
               END-WRITE
           END-PERFORM.

           CLOSE ROS-ITEMS-FILE.

           DISPLAY "ROS " NEW-ROS-NUMBER " registrado, vence el "
               NEW-DEADLINE-DATE.

           MOVE "ROS-PREPARED" TO WS-AUDIT-OPERATION.
           MOVE CASE-DNI TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Caso: " DELIMITED BY SIZE
               CASE-ID DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "ROS " DELIMITED BY SIZE
               NEW-ROS-NUMBER DELIMITED BY SIZE
               " tipo " DELIMITED BY SIZE
               NEW-ROS-KIND DELIMITED BY SIZE
               " vence " DELIMITED BY SIZE
               NEW-DEADLINE-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       LEER-CASO.
           SET CASE-ROW-PENDING TO TRUE.

               " - Cerrado: " CASE-CLOSED-DATE.
           IF CASE-CLOSED
               DISPLAY "Disposición: " CASE-DISPOSITION
               PERFORM MOSTRAR-ROS-DEL-CASO
           END-IF.

           MOVE 'Q' TO WS-HOLD-MODE.
           CALL "./common/compliance-hold"
               USING WS-HOLD-MODE CASE-DNI WANTED-CASE
               WS-HOLD-ACCOUNTS.

           IF WS-HOLD-ACCOUNTS > ZERO
               DISPLAY "Cuentas con retención de cumplimiento: "
                   WS-HOLD-ACCOUNTS
           END-IF.

           PERFORM LISTAR-NOTAS-DEL-CASO.

       MOSTRAR-ROS-DEL-CASO.
           OPEN INPUT ROS-REPORTS-FILE.

           IF F-ROS-STATUS NOT = "00"
               CLOSE ROS-REPORTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-CASE TO ROS-CASE-ID.

           READ ROS-REPORTS-FILE
               KEY IS ROS-CASE-ID
               INVALID KEY
                   CLOSE ROS-REPORTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE ROS-REPORTS-FILE.

           MOVE ROS-TOTAL-AMOUNT TO WS-TOTAL-EDIT.

           DISPLAY "ROS " ROS-NUMBER
               " tipo " ROS-KIND
               " estado " ROS-STATUS
               " detección " ROS-DETECTION-DATE
               " vence " ROS-DEADLINE-DATE.
           DISPLAY "  Monto total ARS " WS-TOTAL-EDIT
               " presentado " ROS-FILED-DATE.

           PERFORM VARYING NARRATIVE-I FROM 1 BY 1
               UNTIL NARRATIVE-I > 5
               IF ROS-NARRATIVE-LINE(NARRATIVE-I) NOT = SPACES
                   DISPLAY "  " ROS-NARRATIVE-LINE(NARRATIVE-I)
               END-IF
           END-PERFORM.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ROS-ITEMS-FILE.

           IF F-ROS-ITEMS-STATUS NOT = "00"
               CLOSE ROS-ITEMS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE ROS-NUMBER TO ROSI-NUMBER.
           MOVE ZERO TO ROSI-SEQ.

           START ROS-ITEMS-FILE
               KEY IS GREATER THAN OR EQUAL TO ROSI-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ ROS-ITEMS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ROSI-NUMBER NOT = ROS-NUMBER
                           SET F-ENDED TO TRUE
                       ELSE
                           MOVE ROSI-AMOUNT TO WS-AMOUNT-EDIT
                           DISPLAY
                           "  Cuenta " ROSI-ACCOUNT
                           " " ROSI-CURRENCY
                           " mov " ROSI-TRANS-DATE
                           "-" ROSI-TRANS-SEQ
                           " " ROSI-TRANS-TYPE
                           " " WS-AMOUNT-EDIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ROS-ITEMS-FILE.

       LISTAR-NOTAS-DEL-CASO.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.
