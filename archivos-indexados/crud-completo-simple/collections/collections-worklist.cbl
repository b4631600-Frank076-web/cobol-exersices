       IDENTIFICATION DIVISION.
       PROGRAM-ID. collections-worklist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-collection-items.cpy".
       COPY "../copylib/physic-collection-contacts.cpy".
       COPY "../copylib/physic-promises.cpy".
       COPY "../copylib/physic-loan-schedule.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-collection-items.cpy".
       COPY "../copylib/logic-collection-contacts.cpy".
       COPY "../copylib/logic-promises.cpy".
       COPY "../copylib/logic-loan-schedule.cpy".

       WORKING-STORAGE SECTION.
       01  F-COLLECTION-ITEMS-STATUS PIC XX.
       01  F-COLLECTION-CONTACTS-STATUS PIC XX.
       01  F-PROMISES-STATUS PIC XX.
       01  F-SCHEDULE-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  CW-MY-QUEUE VALUE 1.
           88  CW-ALL-QUEUE VALUE 2.
           88  CW-LOG-CONTACT VALUE 3.
           88  CW-HISTORY VALUE 4.
           88  CW-ASSIGN VALUE 5.
           88  CW-EXIT VALUE 6.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  SCHED-EOF-FLAG PIC X.
           88  SCHED-ENDED VALUE 'Y'.
           88  SCHED-NOT-ENDED VALUE 'N'.

       01  QUEUE-SCOPE PIC X.
           88  QUEUE-MINE VALUE 'M'.
           88  QUEUE-ALL VALUE 'T'.

       01  QUEUE-TABLE.
           05  QUEUE-ENTRY OCCURS 500 TIMES.
               10  QT-RANK PIC 9.
               10  QT-TYPE PIC X.
               10  QT-REF PIC 9(8).
               10  QT-DNI PIC 9(8).
               10  QT-AMOUNT PIC 9(10)V99.
               10  QT-CURRENCY PIC X(3).
               10  QT-DAYS PIC 9(5).
               10  QT-COLLECTOR PIC X(30).
               10  QT-PROMISE-ID PIC 9(6).
       01  QUEUE-COUNT PIC 9(3) VALUE ZERO.
       01  QUEUE-I PIC 9(3).
       01  QUEUE-J PIC 9(3).
       01  AUX-QUEUE-ENTRY.
           05  AUX-RANK PIC 9.
           05  AUX-TYPE PIC X.
           05  AUX-REF PIC 9(8).
           05  AUX-DNI PIC 9(8).
           05  AUX-AMOUNT PIC 9(10)V99.
           05  AUX-CURRENCY PIC X(3).
           05  AUX-DAYS PIC 9(5).
           05  AUX-COLLECTOR PIC X(30).
           05  AUX-PROMISE-ID PIC 9(6).

       01  RANK-BROKEN-PROMISE PIC 9 VALUE 1.
       01  RANK-NO-PROMISE PIC 9 VALUE 2.
       01  RANK-PROMISE-PENDING PIC 9 VALUE 3.
       01  WS-RANK-TEXT PIC X(16).

       01  WANTED-TYPE PIC X.
           88  WANTED-LOAN VALUE 'L'.
           88  WANTED-ACCOUNT VALUE 'A'.
       01  WANTED-REF PIC 9(8).
       01  NEW-OUTCOME PIC X.
       01  NEW-NOTE PIC X(60).
       01  NEW-COLLECTOR PIC X(30).
       01  NEW-PROMISE-AMOUNT PIC 9(8)V99.
       01  NEW-PROMISE-DATE PIC 9(8).
       01  NEW-PROMISE-ID PIC 9(6).
       01  PREVIOUS-PROMISE-ID PIC 9(6).
       01  COLLECTED-TOTAL PIC 9(10)V99.
       01  DIAS-DE-PLAZO PIC S9(6).
       01  MAX-PROMISE-DAYS PIC 9(3) VALUE 30.

       01  ITEM-FOUND-FLAG PIC X.
           88  ITEM-FOUND VALUE 'Y'.
           88  ITEM-NOT-FOUND VALUE 'N'.

       01  CONTACT-WRITE-FLAG PIC X.
           88  CONTACT-ROW-WRITTEN VALUE 'Y'.
           88  CONTACT-ROW-PENDING VALUE 'N'.

       01  PROMISE-WRITE-FLAG PIC X.
           88  PROMISE-ROW-WRITTEN VALUE 'Y'.
           88  PROMISE-ROW-PENDING VALUE 'N'.

       01  ROWS-LISTED PIC 9(4) VALUE ZERO.
       01  WS-AMOUNT-EDIT PIC Z(9)9.99.
       01  WS-PROMISE-EDIT PIC Z(7)9.99.

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

           PERFORM SHOW-WORKLIST-MENU UNTIL CW-EXIT.

           GOBACK.

       SHOW-WORKLIST-MENU.
           DISPLAY "--- Gestión de cobranzas ---".
           DISPLAY "Mi cola de gestión (1)".
           DISPLAY "Cola general (2)".
           DISPLAY "Registrar gestión o promesa de pago (3)".
           DISPLAY "Historial de gestiones (4)".
           DISPLAY "Asignar gestor (5)".
           DISPLAY "Volver (6)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN CW-MY-QUEUE
                   SET QUEUE-MINE TO TRUE
                   PERFORM SHOW-QUEUE
               WHEN CW-ALL-QUEUE
                   SET QUEUE-ALL TO TRUE
                   PERFORM SHOW-QUEUE
               WHEN CW-LOG-CONTACT
                   PERFORM LOG-CONTACT
               WHEN CW-HISTORY
                   PERFORM SHOW-HISTORY
               WHEN CW-ASSIGN
                   PERFORM ASSIGN-COLLECTOR
               WHEN CW-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       SHOW-QUEUE.
           PERFORM CARGAR-COLA.

           IF QUEUE-COUNT = ZERO
               DISPLAY "No hay casos pendientes de gestión"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ORDENAR-COLA.

           PERFORM MOSTRAR-UNA-ENTRADA
               VARYING QUEUE-I FROM 1 BY 1
               UNTIL QUEUE-I > QUEUE-COUNT.

           DISPLAY "Casos en la cola: " QUEUE-COUNT.

       CARGAR-COLA.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO QUEUE-COUNT.

           OPEN INPUT COLLECTION-ITEMS-FILE.

           IF F-COLLECTION-ITEMS-STATUS NOT = "00"
               CLOSE COLLECTION-ITEMS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ COLLECTION-ITEMS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF COLI-OPEN
                           AND (QUEUE-ALL
                           OR COLI-COLLECTOR = WS-SESSION-USER
                           OR COLI-COLLECTOR = SPACES)
                           PERFORM AGREGAR-A-LA-COLA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COLLECTION-ITEMS-FILE.

       AGREGAR-A-LA-COLA.
           IF QUEUE-COUNT = 500
               DISPLAY
               "ATENCIÓN: la cola supera los 500 casos, se "
               "muestran los primeros 500 leídos"
               SET F-ENDED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO QUEUE-COUNT.

           EVALUATE TRUE
               WHEN COLI-PROMISE-BROKEN
                   MOVE RANK-BROKEN-PROMISE TO QT-RANK(QUEUE-COUNT)
               WHEN COLI-PROMISE-ID > ZERO
                   MOVE RANK-PROMISE-PENDING TO QT-RANK(QUEUE-COUNT)
               WHEN OTHER
                   MOVE RANK-NO-PROMISE TO QT-RANK(QUEUE-COUNT)
           END-EVALUATE.

           MOVE COLI-TYPE TO QT-TYPE(QUEUE-COUNT).
           MOVE COLI-REF TO QT-REF(QUEUE-COUNT).
           MOVE COLI-DNI TO QT-DNI(QUEUE-COUNT).
           MOVE COLI-AMOUNT-DUE TO QT-AMOUNT(QUEUE-COUNT).
           MOVE COLI-CURRENCY TO QT-CURRENCY(QUEUE-COUNT).
           MOVE COLI-DAYS-PAST-DUE TO QT-DAYS(QUEUE-COUNT).
           MOVE COLI-COLLECTOR TO QT-COLLECTOR(QUEUE-COUNT).
           MOVE COLI-PROMISE-ID TO QT-PROMISE-ID(QUEUE-COUNT).

       ORDENAR-COLA.
           PERFORM VARYING QUEUE-I FROM 1 BY 1
               UNTIL QUEUE-I >= QUEUE-COUNT
               PERFORM VARYING QUEUE-J FROM 1 BY 1
                   UNTIL QUEUE-J >= QUEUE-COUNT
                   IF QT-RANK(QUEUE-J) > QT-RANK(QUEUE-J + 1)
                       OR (QT-RANK(QUEUE-J) = QT-RANK(QUEUE-J + 1)
                       AND QT-DAYS(QUEUE-J) < QT-DAYS(QUEUE-J + 1))
                       OR (QT-RANK(QUEUE-J) = QT-RANK(QUEUE-J + 1)
                       AND QT-DAYS(QUEUE-J) = QT-DAYS(QUEUE-J + 1)
                       AND QT-AMOUNT(QUEUE-J) < QT-AMOUNT(QUEUE-J + 1))
                       MOVE QUEUE-ENTRY(QUEUE-J)
                           TO AUX-QUEUE-ENTRY
                       MOVE QUEUE-ENTRY(QUEUE-J + 1)
                           TO QUEUE-ENTRY(QUEUE-J)
                       MOVE AUX-QUEUE-ENTRY
                           TO QUEUE-ENTRY(QUEUE-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       MOSTRAR-UNA-ENTRADA.
           EVALUATE QT-RANK(QUEUE-I)
               WHEN 1
                   MOVE "PROMESA ROTA" TO WS-RANK-TEXT
               WHEN 3
                   MOVE "PROMESA VIGENTE" TO WS-RANK-TEXT
               WHEN OTHER
                   MOVE "SIN PROMESA" TO WS-RANK-TEXT
           END-EVALUATE.

           MOVE QT-AMOUNT(QUEUE-I) TO WS-AMOUNT-EDIT.

           DISPLAY
           QUEUE-I ". " QT-TYPE(QUEUE-I) " " QT-REF(QUEUE-I)
           " DNI " QT-DNI(QUEUE-I)
           " debe " WS-AMOUNT-EDIT " " QT-CURRENCY(QUEUE-I)
           " atraso " QT-DAYS(QUEUE-I) " días "
           WS-RANK-TEXT.

           IF QUEUE-ALL
               IF QT-COLLECTOR(QUEUE-I) = SPACES
                   DISPLAY "     gestor: (sin asignar)"
               ELSE
                   DISPLAY "     gestor: " QT-COLLECTOR(QUEUE-I)
               END-IF
           END-IF.

       PEDIR-CASO.
           DISPLAY "Tipo: préstamo (L) | cuenta en descubierto (A): ".
           ACCEPT WANTED-TYPE.
           DISPLAY "Número de préstamo o cuenta: ".
           ACCEPT WANTED-REF.

       LOG-CONTACT.
           PERFORM PEDIR-CASO.

           OPEN I-O COLLECTION-ITEMS-FILE.

           PERFORM LEER-CASO-DE-COBRANZA.

           IF ITEM-NOT-FOUND
               CLOSE COLLECTION-ITEMS-FILE
               EXIT PARAGRAPH
           END-IF.

           IF NOT COLI-OPEN
               DISPLAY "El caso ya está regularizado"
               CLOSE COLLECTION-ITEMS-FILE
               EXIT PARAGRAPH
           END-IF.

           IF COLI-COLLECTOR NOT = SPACES
               AND COLI-COLLECTOR NOT = WS-SESSION-USER
               DISPLAY "Atención: el caso está asignado a "
                   COLI-COLLECTOR
           END-IF.

           DISPLAY "Resultado: sin respuesta (S) | contactado (C) | "
               "promesa de pago (P) | se niega (R) | "
               "dato erróneo (N): ".
           ACCEPT NEW-OUTCOME.

           MOVE NEW-OUTCOME TO CCON-OUTCOME.

           IF NOT CCON-OUTCOME-VALID
               DISPLAY "Resultado inválido"
               CLOSE COLLECTION-ITEMS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Observaciones: ".
           ACCEPT NEW-NOTE.

           MOVE ZERO TO NEW-PROMISE-ID.

           IF CCON-PROMISED
               PERFORM REGISTRAR-PROMESA
               IF NEW-PROMISE-ID = ZERO
                   CLOSE COLLECTION-ITEMS-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM GRABAR-GESTION.

           IF COLI-COLLECTOR = SPACES
               MOVE WS-SESSION-USER TO COLI-COLLECTOR
           END-IF.

           MOVE WS-BUSINESS-DATE TO COLI-LAST-CONTACT-DATE.
           MOVE NEW-OUTCOME TO COLI-LAST-OUTCOME.

           IF NEW-PROMISE-ID > ZERO
               MOVE NEW-PROMISE-ID TO COLI-PROMISE-ID
               SET COLI-NO-BROKEN-PROMISE TO TRUE
           END-IF.

           REWRITE COLLECTION-ITEM-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar el caso"
           END-REWRITE.

           CLOSE COLLECTION-ITEMS-FILE.

           IF CONTACT-ROW-WRITTEN
               DISPLAY "Gestión registrada"
           ELSE
               DISPLAY "No fue posible registrar la gestión"
           END-IF.

       LEER-CASO-DE-COBRANZA.
           SET ITEM-NOT-FOUND TO TRUE.

           IF F-COLLECTION-ITEMS-STATUS NOT = "00"
               DISPLAY "No hay casos de cobranza registrados"
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-TYPE TO COLI-TYPE.
           MOVE WANTED-REF TO COLI-REF.

           READ COLLECTION-ITEMS-FILE
               KEY IS COLI-KEY
               INVALID KEY
                   DISPLAY "No existe ese caso en la cola de "
                       "cobranzas"
               NOT INVALID KEY
                   SET ITEM-FOUND TO TRUE
           END-READ.

       REGISTRAR-PROMESA.
           DISPLAY "Importe prometido: ".
           ACCEPT NEW-PROMISE-AMOUNT.

           IF NEW-PROMISE-AMOUNT = ZERO
               DISPLAY "El importe prometido no puede ser cero"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Fecha prometida (AAAAMMDD): ".
           ACCEPT NEW-PROMISE-DATE.

           IF FUNCTION TEST-DATE-YYYYMMDD(NEW-PROMISE-DATE) NOT = 0
               DISPLAY "Fecha inválida"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE DIAS-DE-PLAZO =
               FUNCTION INTEGER-OF-DATE(NEW-PROMISE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

           IF DIAS-DE-PLAZO < ZERO
               OR DIAS-DE-PLAZO > MAX-PROMISE-DAYS
               DISPLAY
               "La fecha prometida debe estar entre hoy y los "
               "próximos " MAX-PROMISE-DAYS " días"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO COLLECTED-TOTAL.

           IF COLI-IS-LOAN
               PERFORM SUMAR-CUOTAS-COBRADAS
           END-IF.

           MOVE COLI-PROMISE-ID TO PREVIOUS-PROMISE-ID.

           OPEN I-O PROMISES-FILE.

           IF PREVIOUS-PROMISE-ID > ZERO
               PERFORM REEMPLAZAR-PROMESA-ANTERIOR
           END-IF.

           MOVE COLI-TYPE TO PROM-TYPE.
           MOVE COLI-REF TO PROM-REF.
           MOVE COLI-DNI TO PROM-DNI.
           MOVE WS-SESSION-USER TO PROM-COLLECTOR.
           MOVE WS-BUSINESS-DATE TO PROM-MADE-DATE.
           MOVE NEW-PROMISE-DATE TO PROM-DUE-DATE.
           MOVE NEW-PROMISE-AMOUNT TO PROM-AMOUNT.
           MOVE COLLECTED-TOTAL TO PROM-BASE-COLLECTED.
           MOVE ZERO TO PROM-PAID.
           SET PROM-PENDING TO TRUE.
           MOVE ZERO TO PROM-RESOLVED-DATE.

           SET PROMISE-ROW-PENDING TO TRUE.
           MOVE ZERO TO PROM-ID.

           PERFORM UNTIL PROMISE-ROW-WRITTEN OR PROM-ID = 999999
               ADD 1 TO PROM-ID
               WRITE PROMISE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PROMISE-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE PROMISES-FILE.

           IF PROMISE-ROW-PENDING
               DISPLAY "No fue posible registrar la promesa"
               EXIT PARAGRAPH
           END-IF.

           MOVE PROM-ID TO NEW-PROMISE-ID.

           MOVE NEW-PROMISE-AMOUNT TO WS-PROMISE-EDIT.
           DISPLAY "Promesa " PROM-ID " por " WS-PROMISE-EDIT
               " al " NEW-PROMISE-DATE " registrada".

           MOVE "PROMISE-TO-PAY" TO WS-AUDIT-OPERATION.
           MOVE COLI-DNI TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Caso: " DELIMITED BY SIZE
               COLI-TYPE DELIMITED BY SIZE
               COLI-REF DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           STRING "Promesa: " DELIMITED BY SIZE
               PROM-ID DELIMITED BY SIZE
               " Importe: " DELIMITED BY SIZE
               NEW-PROMISE-AMOUNT DELIMITED BY SIZE
               " al " DELIMITED BY SIZE
               NEW-PROMISE-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       REEMPLAZAR-PROMESA-ANTERIOR.
           MOVE PREVIOUS-PROMISE-ID TO PROM-ID.

           READ PROMISES-FILE
               KEY IS PROM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PROM-PENDING
                       SET PROM-SUPERSEDED TO TRUE
                       MOVE WS-BUSINESS-DATE TO PROM-RESOLVED-DATE
                       REWRITE PROMISE-RECORD
                           INVALID KEY
                               DISPLAY
                               "ATENCIÓN: no se pudo reemplazar la "
                               "promesa anterior " PREVIOUS-PROMISE-ID
                           NOT INVALID KEY
                               DISPLAY
                               "La promesa anterior "
                               PREVIOUS-PROMISE-ID
                               " queda reemplazada"
                       END-REWRITE
                   END-IF
           END-READ.

       SUMAR-CUOTAS-COBRADAS.
           SET SCHED-NOT-ENDED TO TRUE.

           OPEN INPUT LOAN-SCHEDULE-FILE.

           IF F-SCHEDULE-STATUS NOT = "00"
               CLOSE LOAN-SCHEDULE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE COLI-REF TO LSCH-LOAN-ID.
           MOVE ZERO TO LSCH-INSTALLMENT-NO.

           START LOAN-SCHEDULE-FILE
               KEY IS GREATER THAN OR EQUAL TO LSCH-KEY
               INVALID KEY
                   SET SCHED-ENDED TO TRUE
           END-START.

           PERFORM UNTIL SCHED-ENDED
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       SET SCHED-ENDED TO TRUE
                   NOT AT END
                       IF LSCH-LOAN-ID NOT = COLI-REF
                           SET SCHED-ENDED TO TRUE
                       ELSE
                           IF LSCH-COLLECTED OR LSCH-PREPAID-OUT
                               ADD LSCH-AMOUNT TO COLLECTED-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.

       GRABAR-GESTION.
           OPEN I-O COLLECTION-CONTACTS-FILE.

           MOVE COLI-TYPE TO CCON-TYPE.
           MOVE COLI-REF TO CCON-REF.
           MOVE WS-BUSINESS-DATE TO CCON-DATE.
           MOVE WS-SESSION-USER TO CCON-COLLECTOR.
           MOVE NEW-OUTCOME TO CCON-OUTCOME.
           MOVE NEW-NOTE TO CCON-NOTE.
           MOVE NEW-PROMISE-ID TO CCON-PROMISE-ID.

           SET CONTACT-ROW-PENDING TO TRUE.
           MOVE ZERO TO CCON-SEQ.

           PERFORM UNTIL CONTACT-ROW-WRITTEN OR CCON-SEQ = 9999
               ADD 1 TO CCON-SEQ
               WRITE COLLECTION-CONTACT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CONTACT-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE COLLECTION-CONTACTS-FILE.

       SHOW-HISTORY.
           PERFORM PEDIR-CASO.

           OPEN INPUT COLLECTION-ITEMS-FILE.

           PERFORM LEER-CASO-DE-COBRANZA.

           CLOSE COLLECTION-ITEMS-FILE.

           IF ITEM-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE COLI-AMOUNT-DUE TO WS-AMOUNT-EDIT.
           DISPLAY "Caso " COLI-TYPE " " COLI-REF
               " DNI " COLI-DNI
               " estado " COLI-STATUS
               " debe " WS-AMOUNT-EDIT " " COLI-CURRENCY.
           DISPLAY "Gestor: " COLI-COLLECTOR.

           PERFORM LISTAR-GESTIONES.

       LISTAR-GESTIONES.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT COLLECTION-CONTACTS-FILE.

           IF F-COLLECTION-CONTACTS-STATUS NOT = "00"
               CLOSE COLLECTION-CONTACTS-FILE
               DISPLAY "  (sin gestiones)"
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-TYPE TO CCON-TYPE.
           MOVE WANTED-REF TO CCON-REF.
           MOVE ZERO TO CCON-SEQ.

           START COLLECTION-CONTACTS-FILE
               KEY IS GREATER THAN OR EQUAL TO CCON-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ COLLECTION-CONTACTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CCON-TYPE NOT = WANTED-TYPE
                           OR CCON-REF NOT = WANTED-REF
                           SET F-ENDED TO TRUE
                       ELSE
                           PERFORM MOSTRAR-UNA-GESTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COLLECTION-CONTACTS-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "  (sin gestiones)"
           END-IF.

       MOSTRAR-UNA-GESTION.
           DISPLAY
           "  " CCON-DATE " " CCON-COLLECTOR
           " resultado " CCON-OUTCOME ": " CCON-NOTE.

           IF CCON-PROMISE-ID > ZERO
               PERFORM MOSTRAR-PROMESA-DE-GESTION
           END-IF.

           ADD 1 TO ROWS-LISTED.

       MOSTRAR-PROMESA-DE-GESTION.
           OPEN INPUT PROMISES-FILE.

           MOVE CCON-PROMISE-ID TO PROM-ID.

           READ PROMISES-FILE
               KEY IS PROM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROM-AMOUNT TO WS-PROMISE-EDIT
                   DISPLAY
                   "    promesa " PROM-ID " por " WS-PROMISE-EDIT
                   " al " PROM-DUE-DATE " estado " PROM-STATUS
           END-READ.

           CLOSE PROMISES-FILE.

       ASSIGN-COLLECTOR.
           PERFORM PEDIR-CASO.

           OPEN I-O COLLECTION-ITEMS-FILE.

           PERFORM LEER-CASO-DE-COBRANZA.

           IF ITEM-NOT-FOUND
               CLOSE COLLECTION-ITEMS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Gestor asignado: ".
           ACCEPT NEW-COLLECTOR.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Gestor: " DELIMITED BY SIZE
               COLI-COLLECTOR DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.

           MOVE NEW-COLLECTOR TO COLI-COLLECTOR.

           REWRITE COLLECTION-ITEM-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar el caso"
               NOT INVALID KEY
                   DISPLAY "Gestor asignado"
                   MOVE "ASSIGN-COLLECTOR" TO WS-AUDIT-OPERATION
                   MOVE COLI-DNI TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "Gestor: " DELIMITED BY SIZE
                       NEW-COLLECTOR DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

           CLOSE COLLECTION-ITEMS-FILE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM collections-worklist.
