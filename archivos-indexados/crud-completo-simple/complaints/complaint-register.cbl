       IDENTIFICATION DIVISION.
       PROGRAM-ID. complaint-register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-complaints.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-disputes.cpy".

       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO "usuarios.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS UA-NOMBRE-USUARIO
       FILE STATUS IS F-USUARIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-complaints.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-disputes.cpy".

       FD  USUARIOS-ARCHIVO.
       01  REGISTRO-USUARIO.
           05  UA-NOMBRE-USUARIO PIC X(30).
           05  UA-CLAVE-HASH PIC 9(10).
           05  UA-CLAVE-SALT PIC 9(4).
           05  UA-FECHA-CLAVE PIC 9(8).
           05  UA-DEBE-CAMBIAR PIC X.
           05  UA-INTENTOS-FALLIDOS PIC 9.
           05  UA-BLOQUEADO PIC X.
           05  UA-ACTIVO PIC X.
           05  UA-SUCURSAL PIC 9(3).
           05  UA-HISTORIAL-CLAVES.
               10  UA-HASH-ANTERIOR PIC 9(10) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
       01  F-COMPLAINTS-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-DISPUTES-STATUS PIC XX.
       01  F-USUARIOS-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  RCL-OPEN VALUE 1.
           88  RCL-ASSIGN VALUE 2.
           88  RCL-ANSWER VALUE 3.
           88  RCL-LINK-DISPUTE VALUE 4.
           88  RCL-SHOW VALUE 5.
           88  RCL-PENDING VALUE 6.
           88  RCL-EXIT VALUE 7.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  WANTED-COMPLAINT PIC 9(6).
       01  NEW-DNI PIC 9(8).
       01  NEW-PRODUCT PIC X.
       01  NEW-ACCOUNT PIC 9(8).
       01  NEW-CATEGORY PIC X.
       01  NEW-CHANNEL PIC X.
       01  NEW-DESCRIPTION PIC X(60).
       01  NEW-RESPONSIBLE PIC X(30).
       01  NEW-DISPUTE PIC 9(6).
       01  NEW-OUTCOME PIC X.
           88  NEW-OUTCOME-VALID VALUE 'F' 'P' 'D'.
       01  NEW-RESPONSE PIC X(60).

       01  COMPLAINT-RESPONSE-DAYS PIC 9(2) VALUE 10.
       01  DEADLINE-DAY PIC 9(2).
       01  WS-NEXT-DATE PIC 9(8).
       01  WS-ROLL-DIRECTION PIC X VALUE 'F'.
       01  DAYS-LEFT PIC S9(5).
       01  DAYS-EDIT PIC -ZZZZ9.
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.
       01  ROWS-OVERDUE PIC 9(4) VALUE ZERO.

       01  CMP-WRITE-FLAG PIC X.
           88  CMP-ROW-WRITTEN VALUE 'Y'.
           88  CMP-ROW-PENDING VALUE 'N'.

       01  VALID-FLAG PIC X.
           88  DATA-VALID VALUE 'Y'.
           88  DATA-INVALID VALUE 'N'.

       01  WS-CLIENT-NAME PIC X(30).
       01  WS-STATE-TEXT PIC X(12).
       01  WS-CATEGORY-TEXT PIC X(24).
       01  WS-PRODUCT-TEXT PIC X(20).

       01  WS-SESSION-USER PIC X(30).
       01  WS-SESSION-BRANCH PIC 9(3).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/session-branch" USING WS-SESSION-BRANCH.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM SHOW-COMPLAINTS-MENU UNTIL RCL-EXIT.

           GOBACK.

       SHOW-COMPLAINTS-MENU.
           DISPLAY "--- Registro de reclamos ---".
           DISPLAY "Registrar reclamo (1)".
           DISPLAY "Tomar en análisis / reasignar responsable (2)".
           DISPLAY "Registrar respuesta al cliente (3)".
           DISPLAY "Vincular a un desconocimiento (4)".
           DISPLAY "Ver un reclamo (5)".
           DISPLAY "Reclamos pendientes de respuesta (6)".
           DISPLAY "Volver (7)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN RCL-OPEN
                   PERFORM OPEN-COMPLAINT
               WHEN RCL-ASSIGN
                   PERFORM ASSIGN-COMPLAINT
               WHEN RCL-ANSWER
                   PERFORM ANSWER-COMPLAINT
               WHEN RCL-LINK-DISPUTE
                   PERFORM LINK-COMPLAINT-DISPUTE
               WHEN RCL-SHOW
                   PERFORM SHOW-COMPLAINT
               WHEN RCL-PENDING
                   PERFORM LIST-PENDING-COMPLAINTS
               WHEN RCL-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       OPEN-COMPLAINT.
           DISPLAY "DNI del cliente: ".
           ACCEPT NEW-DNI.

           PERFORM VALIDAR-CLIENTE.

           IF DATA-INVALID
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cliente: " WS-CLIENT-NAME.

           DISPLAY "Producto: Cuenta (C) | Tarjeta (T) | Préstamo (P) "
               "| Plazo fijo (F) | Caja de seguridad (S) | Otro (O): ".
           ACCEPT NEW-PRODUCT.

           MOVE NEW-PRODUCT TO CMP-PRODUCT.

           IF NOT CMP-PRODUCT-VALID
               DISPLAY "Producto inválido"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cuenta relacionada (0 si no corresponde): ".
           ACCEPT NEW-ACCOUNT.

           IF NEW-ACCOUNT = ZERO AND NEW-PRODUCT = 'C'
               DISPLAY "Un reclamo sobre la cuenta requiere el número "
                   "de cuenta"
               EXIT PARAGRAPH
           END-IF.

           IF NEW-ACCOUNT > ZERO
               PERFORM VALIDAR-CUENTA
               IF DATA-INVALID
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Categoría: Comisiones y cargos (C) | Operación "
               "no reconocida (N) | Atención y demoras (A) | "
               "Tarjetas (T) | Préstamos (P) | Otros (O): ".
           ACCEPT NEW-CATEGORY.

           MOVE NEW-CATEGORY TO CMP-CATEGORY.

           IF NOT CMP-CATEGORY-VALID
               DISPLAY "Categoría inválida"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Canal: Mostrador (M) | Teléfono (T): ".
           ACCEPT NEW-CHANNEL.

           IF NEW-CHANNEL NOT = 'M' AND NEW-CHANNEL NOT = 'T'
               DISPLAY "Canal inválido"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Descripción del reclamo: ".
           ACCEPT NEW-DESCRIPTION.

           IF NEW-DESCRIPTION = SPACES
               DISPLAY "La descripción es obligatoria"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Responsable (vacío para asignárselo usted): ".
           MOVE SPACES TO NEW-RESPONSIBLE.
           ACCEPT NEW-RESPONSIBLE.

           IF NEW-RESPONSIBLE = SPACES
               MOVE WS-SESSION-USER TO NEW-RESPONSIBLE
           END-IF.

           PERFORM VALIDAR-RESPONSABLE.

           IF DATA-INVALID
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Desconocimiento relacionado (0 si no hay): ".
           ACCEPT NEW-DISPUTE.

           IF NEW-DISPUTE > ZERO
               PERFORM VALIDAR-DESCONOCIMIENTO
               IF DATA-INVALID
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM CALCULAR-VENCIMIENTO.

           MOVE NEW-DNI TO CMP-CLIENT-DNI.
           MOVE NEW-PRODUCT TO CMP-PRODUCT.
           MOVE NEW-ACCOUNT TO CMP-ACCOUNT.
           MOVE NEW-CATEGORY TO CMP-CATEGORY.
           MOVE NEW-CHANNEL TO CMP-CHANNEL.
           MOVE NEW-DESCRIPTION TO CMP-DESCRIPTION.
           MOVE WS-SESSION-BRANCH TO CMP-BRANCH.
           MOVE WS-BUSINESS-DATE TO CMP-RECEIVED-DATE.
           MOVE WS-NEXT-DATE TO CMP-DEADLINE-DATE.
           MOVE WS-SESSION-USER TO CMP-ENTERED-BY.
           MOVE NEW-RESPONSIBLE TO CMP-ASSIGNED-TO.
           SET CMP-RECEIVED TO TRUE.
           MOVE NEW-DISPUTE TO CMP-DISPUTE-ID.
           MOVE SPACE TO CMP-OUTCOME.
           MOVE SPACES TO CMP-RESPONSE.
           MOVE ZERO TO CMP-RESPONSE-DATE.
           MOVE SPACES TO CMP-ANSWERED-BY.

           OPEN I-O COMPLAINTS-FILE.

           SET CMP-ROW-PENDING TO TRUE.
           MOVE ZERO TO CMP-ID.

           PERFORM UNTIL CMP-ROW-WRITTEN OR CMP-ID = 999999
               ADD 1 TO CMP-ID
               WRITE COMPLAINT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CMP-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE COMPLAINTS-FILE.

           IF CMP-ROW-PENDING
               DISPLAY "No fue posible registrar el reclamo"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Reclamo N° " CMP-ID " registrado".
           DISPLAY "Informe al cliente: respuesta a más tardar el "
               CMP-DEADLINE-DATE.

           MOVE "COMPLAINT-OPEN" TO WS-AUDIT-OPERATION.
           MOVE NEW-DNI TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Categoria: " DELIMITED BY SIZE
               NEW-CATEGORY DELIMITED BY SIZE
               " Producto: " DELIMITED BY SIZE
               NEW-PRODUCT DELIMITED BY SIZE
               " Cuenta: " DELIMITED BY SIZE
               NEW-ACCOUNT DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Reclamo: " DELIMITED BY SIZE
               CMP-ID DELIMITED BY SIZE
               " vence " DELIMITED BY SIZE
               CMP-DEADLINE-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       CALCULAR-VENCIMIENTO.
           MOVE WS-BUSINESS-DATE TO WS-NEXT-DATE.

           PERFORM VARYING DEADLINE-DAY FROM 1 BY 1
               UNTIL DEADLINE-DAY > COMPLAINT-RESPONSE-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1)
                   TO WS-NEXT-DATE
               CALL "./common/next-business-day"
                   USING WS-NEXT-DATE WS-ROLL-DIRECTION WS-NEXT-DATE
           END-PERFORM.

       ASSIGN-COMPLAINT.
           DISPLAY "Número de reclamo: ".
           ACCEPT WANTED-COMPLAINT.

           OPEN I-O COMPLAINTS-FILE.

           MOVE WANTED-COMPLAINT TO CMP-ID.

           READ COMPLAINTS-FILE
               KEY IS CMP-ID
               INVALID KEY
                   DISPLAY "No existe ese reclamo"
                   CLOSE COMPLAINTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF CMP-ANSWERED
               DISPLAY "El reclamo ya fue respondido"
               CLOSE COMPLAINTS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Responsable actual: " CMP-ASSIGNED-TO.
           DISPLAY "Nuevo responsable (vacío para mantenerlo): ".
           MOVE SPACES TO NEW-RESPONSIBLE.
           ACCEPT NEW-RESPONSIBLE.

           IF NEW-RESPONSIBLE = SPACES
               MOVE CMP-ASSIGNED-TO TO NEW-RESPONSIBLE
           END-IF.

           PERFORM VALIDAR-RESPONSABLE.

           IF DATA-INVALID
               CLOSE COMPLAINTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING CMP-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMP-ASSIGNED-TO DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.

           MOVE NEW-RESPONSIBLE TO CMP-ASSIGNED-TO.
           SET CMP-IN-ANALYSIS TO TRUE.

           REWRITE COMPLAINT-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar el reclamo"
               NOT INVALID KEY
                   DISPLAY "Reclamo " CMP-ID " en análisis, a cargo "
                       "de " CMP-ASSIGNED-TO
                   MOVE "COMPLAINT-ASSIGN" TO WS-AUDIT-OPERATION
                   MOVE CMP-CLIENT-DNI TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING CMP-STATUS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CMP-ASSIGNED-TO DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

           CLOSE COMPLAINTS-FILE.

       ANSWER-COMPLAINT.
           DISPLAY "Número de reclamo: ".
           ACCEPT WANTED-COMPLAINT.

           OPEN I-O COMPLAINTS-FILE.

           MOVE WANTED-COMPLAINT TO CMP-ID.

           READ COMPLAINTS-FILE
               KEY IS CMP-ID
               INVALID KEY
                   DISPLAY "No existe ese reclamo"
                   CLOSE COMPLAINTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF CMP-ANSWERED
               DISPLAY "El reclamo ya fue respondido el "
                   CMP-RESPONSE-DATE
               CLOSE COMPLAINTS-FILE
               EXIT PARAGRAPH
           END-IF.

           IF CMP-DISPUTE-ID > ZERO
               PERFORM MOSTRAR-ESTADO-DESCONOCIMIENTO
           END-IF.

           DISPLAY "Resultado: A favor del cliente (F) | Parcial (P) "
               "| Desfavorable (D): ".
           ACCEPT NEW-OUTCOME.

           IF NOT NEW-OUTCOME-VALID
               DISPLAY "Resultado inválido"
               CLOSE COMPLAINTS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Respuesta dada al cliente: ".
           ACCEPT NEW-RESPONSE.

           IF NEW-RESPONSE = SPACES
               DISPLAY "La respuesta es obligatoria"
               CLOSE COMPLAINTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-OUTCOME TO CMP-OUTCOME.
           MOVE NEW-RESPONSE TO CMP-RESPONSE.
           MOVE WS-BUSINESS-DATE TO CMP-RESPONSE-DATE.
           MOVE WS-SESSION-USER TO CMP-ANSWERED-BY.
           SET CMP-ANSWERED TO TRUE.

           REWRITE COMPLAINT-RECORD
               INVALID KEY
                   DISPLAY "No fue posible registrar la respuesta"
               NOT INVALID KEY
                   DISPLAY "Respuesta registrada"
                   IF CMP-RESPONSE-DATE > CMP-DEADLINE-DATE
                       DISPLAY
                       "ATENCIÓN: respondido fuera del plazo "
                       "(vencía el " CMP-DEADLINE-DATE ")"
                   END-IF
                   MOVE "COMPLAINT-ANSWER" TO WS-AUDIT-OPERATION
                   MOVE CMP-CLIENT-DNI TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING "Reclamo: " DELIMITED BY SIZE
                       CMP-ID DELIMITED BY SIZE
                       " Resultado: " DELIMITED BY SIZE
                       CMP-OUTCOME DELIMITED BY SIZE
                       INTO WS-AUDIT-BEFORE
                   MOVE CMP-RESPONSE TO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

           CLOSE COMPLAINTS-FILE.

       LINK-COMPLAINT-DISPUTE.
           DISPLAY "Número de reclamo: ".
           ACCEPT WANTED-COMPLAINT.

           OPEN I-O COMPLAINTS-FILE.

           MOVE WANTED-COMPLAINT TO CMP-ID.

           READ COMPLAINTS-FILE
               KEY IS CMP-ID
               INVALID KEY
                   DISPLAY "No existe ese reclamo"
                   CLOSE COMPLAINTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF CMP-ANSWERED
               DISPLAY "El reclamo ya fue respondido"
               CLOSE COMPLAINTS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Número de desconocimiento: ".
           ACCEPT NEW-DISPUTE.

           MOVE CMP-ACCOUNT TO NEW-ACCOUNT.

           PERFORM VALIDAR-DESCONOCIMIENTO.

           IF DATA-INVALID
               CLOSE COMPLAINTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-DISPUTE TO CMP-DISPUTE-ID.

           IF CMP-ACCOUNT = ZERO
               MOVE DISP-ACCOUNT TO CMP-ACCOUNT
           END-IF.

           REWRITE COMPLAINT-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar el reclamo"
               NOT INVALID KEY
                   DISPLAY "Reclamo " CMP-ID
                       " vinculado al desconocimiento " NEW-DISPUTE
           END-REWRITE.

           CLOSE COMPLAINTS-FILE.

       SHOW-COMPLAINT.
           DISPLAY "Número de reclamo: ".
           ACCEPT WANTED-COMPLAINT.

           OPEN INPUT COMPLAINTS-FILE.

           IF F-COMPLAINTS-STATUS NOT = "00"
               DISPLAY "No hay reclamos registrados"
               CLOSE COMPLAINTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-COMPLAINT TO CMP-ID.

           READ COMPLAINTS-FILE
               KEY IS CMP-ID
               INVALID KEY
                   DISPLAY "No existe ese reclamo"
                   CLOSE COMPLAINTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE COMPLAINTS-FILE.

           PERFORM DESCRIBIR-RECLAMO.

           DISPLAY "*********************************".
           DISPLAY "* RECLAMO N° " CMP-ID " - " WS-STATE-TEXT.
           DISPLAY "* Cliente DNI: " CMP-CLIENT-DNI.
           DISPLAY "* Producto: " WS-PRODUCT-TEXT
               " Cuenta: " CMP-ACCOUNT.
           DISPLAY "* Categoría: " WS-CATEGORY-TEXT.
           DISPLAY "* " CMP-DESCRIPTION.
           DISPLAY "* Recibido: " CMP-RECEIVED-DATE
               " en sucursal " CMP-BRANCH
               " por " CMP-ENTERED-BY.
           DISPLAY "* Vence: " CMP-DEADLINE-DATE.
           DISPLAY "* Responsable: " CMP-ASSIGNED-TO.

           IF CMP-DISPUTE-ID > ZERO
               DISPLAY "* Desconocimiento: " CMP-DISPUTE-ID
           END-IF.

           IF CMP-ANSWERED
               DISPLAY "* Respondido: " CMP-RESPONSE-DATE
                   " por " CMP-ANSWERED-BY
                   " resultado " CMP-OUTCOME
               DISPLAY "* " CMP-RESPONSE
           END-IF.

           DISPLAY "*********************************".

       LIST-PENDING-COMPLAINTS.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.
           MOVE ZERO TO ROWS-OVERDUE.

           OPEN INPUT COMPLAINTS-FILE.

           IF F-COMPLAINTS-STATUS NOT = "00"
               DISPLAY "No hay reclamos registrados"
               CLOSE COMPLAINTS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Reclamo DNI      Cat Vence    Días   Responsable".

           PERFORM UNTIL F-ENDED
               READ COMPLAINTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF NOT CMP-ANSWERED
                           COMPUTE DAYS-LEFT =
                               FUNCTION INTEGER-OF-DATE(
                               CMP-DEADLINE-DATE)
                               - FUNCTION INTEGER-OF-DATE(
                               WS-BUSINESS-DATE)
                           MOVE DAYS-LEFT TO DAYS-EDIT
                           DISPLAY CMP-ID " " CMP-CLIENT-DNI " "
                               CMP-CATEGORY "   " CMP-DEADLINE-DATE
                               " " DAYS-EDIT " " CMP-ASSIGNED-TO
                           ADD 1 TO ROWS-LISTED
                           IF DAYS-LEFT < ZERO
                               ADD 1 TO ROWS-OVERDUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COMPLAINTS-FILE.

           DISPLAY "Pendientes: " ROWS-LISTED
               " Vencidos: " ROWS-OVERDUE.

       VALIDAR-CLIENTE.
           SET DATA-INVALID TO TRUE.

           OPEN INPUT CLIENTS-FILE.

           IF F-STATUS NOT = "00"
               DISPLAY "No hay clientes registrados"
               CLOSE CLIENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-DNI TO CLIENT-DNI.

           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   DISPLAY "No existe un cliente con ese DNI"
               NOT INVALID KEY
                   MOVE CLIENT-NAME TO WS-CLIENT-NAME
                   SET DATA-VALID TO TRUE
           END-READ.

           CLOSE CLIENTS-FILE.

       VALIDAR-CUENTA.
           SET DATA-INVALID TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               DISPLAY "No hay cuentas registradas"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "No existe esa cuenta"
               NOT INVALID KEY
                   IF ACCOUNT-CLIENT-DNI NOT = NEW-DNI
                       DISPLAY "La cuenta no pertenece al cliente"
                   ELSE
                       SET DATA-VALID TO TRUE
                   END-IF
           END-READ.

           CLOSE ACCOUNTS-FILE.

       VALIDAR-RESPONSABLE.
           SET DATA-INVALID TO TRUE.

           OPEN INPUT USUARIOS-ARCHIVO.

           IF F-USUARIOS-STATUS NOT = "00"
               DISPLAY "No hay usuarios registrados"
               CLOSE USUARIOS-ARCHIVO
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-RESPONSIBLE TO UA-NOMBRE-USUARIO.

           READ USUARIOS-ARCHIVO
               KEY IS UA-NOMBRE-USUARIO
               INVALID KEY
                   DISPLAY "No existe el usuario " NEW-RESPONSIBLE
               NOT INVALID KEY
                   IF UA-ACTIVO = 'N'
                       DISPLAY "El usuario " NEW-RESPONSIBLE
                           " está deshabilitado"
                   ELSE
                       SET DATA-VALID TO TRUE
                   END-IF
           END-READ.

           CLOSE USUARIOS-ARCHIVO.

       VALIDAR-DESCONOCIMIENTO.
           SET DATA-INVALID TO TRUE.

           OPEN INPUT DISPUTES-FILE.

           IF F-DISPUTES-STATUS NOT = "00"
               DISPLAY "No hay desconocimientos registrados"
               CLOSE DISPUTES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-DISPUTE TO DISP-ID.

           READ DISPUTES-FILE
               KEY IS DISP-ID
               INVALID KEY
                   DISPLAY "No existe el desconocimiento " NEW-DISPUTE
               NOT INVALID KEY
                   IF NEW-ACCOUNT > ZERO
                       AND DISP-ACCOUNT NOT = NEW-ACCOUNT
                       DISPLAY "El desconocimiento corresponde a la "
                           "cuenta " DISP-ACCOUNT
                   ELSE
                       SET DATA-VALID TO TRUE
                   END-IF
           END-READ.

           CLOSE DISPUTES-FILE.

       MOSTRAR-ESTADO-DESCONOCIMIENTO.
           OPEN INPUT DISPUTES-FILE.

           IF F-DISPUTES-STATUS NOT = "00"
               CLOSE DISPUTES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CMP-DISPUTE-ID TO DISP-ID.

           READ DISPUTES-FILE
               KEY IS DISP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DISP-OPEN
                           DISPLAY
                           "ATENCIÓN: el desconocimiento " DISP-ID
                           " sigue abierto"
                       WHEN DISP-UPHELD
                           DISPLAY "Desconocimiento " DISP-ID
                               " resuelto a favor del cliente el "
                               DISP-RESOLVED-DATE
                       WHEN DISP-REJECTED
                           DISPLAY "Desconocimiento " DISP-ID
                               " rechazado el " DISP-RESOLVED-DATE
                   END-EVALUATE
           END-READ.

           CLOSE DISPUTES-FILE.

       DESCRIBIR-RECLAMO.
           EVALUATE TRUE
               WHEN CMP-RECEIVED
                   MOVE "RECIBIDO" TO WS-STATE-TEXT
               WHEN CMP-IN-ANALYSIS
                   MOVE "EN ANALISIS" TO WS-STATE-TEXT
               WHEN CMP-ANSWERED
                   MOVE "RESPONDIDO" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE CMP-STATUS TO WS-STATE-TEXT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CMP-PROD-ACCOUNT
                   MOVE "Cuenta" TO WS-PRODUCT-TEXT
               WHEN CMP-PROD-CARD
                   MOVE "Tarjeta" TO WS-PRODUCT-TEXT
               WHEN CMP-PROD-LOAN
                   MOVE "Préstamo" TO WS-PRODUCT-TEXT
               WHEN CMP-PROD-TERM-DEPOSIT
                   MOVE "Plazo fijo" TO WS-PRODUCT-TEXT
               WHEN CMP-PROD-SAFE-BOX
                   MOVE "Caja de seguridad" TO WS-PRODUCT-TEXT
               WHEN OTHER
                   MOVE "Otro" TO WS-PRODUCT-TEXT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CMP-CAT-FEES
                   MOVE "Comisiones y cargos" TO WS-CATEGORY-TEXT
               WHEN CMP-CAT-UNRECOGNIZED
                   MOVE "Operación no reconocida" TO WS-CATEGORY-TEXT
               WHEN CMP-CAT-SERVICE
                   MOVE "Atención y demoras" TO WS-CATEGORY-TEXT
               WHEN CMP-CAT-CARDS
                   MOVE "Tarjetas" TO WS-CATEGORY-TEXT
               WHEN CMP-CAT-CREDIT
                   MOVE "Préstamos" TO WS-CATEGORY-TEXT
               WHEN OTHER
                   MOVE "Otros" TO WS-CATEGORY-TEXT
           END-EVALUATE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM complaint-register.
