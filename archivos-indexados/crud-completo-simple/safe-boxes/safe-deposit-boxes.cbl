       IDENTIFICATION DIVISION.
       PROGRAM-ID. safe-deposit-boxes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-safe-boxes.cpy".
       COPY "../copylib/physic-box-rentals.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-clients.cpy".

       SELECT OPTIONAL BOX-ACCESS-FILE
       ASSIGN TO "box-access.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-BOX-ACCESS-STATUS.

       SELECT OPTIONAL BOX-TARIFF-FILE
       ASSIGN TO "safe-box-tariff.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-BOX-TARIFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-safe-boxes.cpy".
       COPY "../copylib/logic-box-rentals.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-clients.cpy".

       FD  BOX-ACCESS-FILE.
       01  BOX-ACCESS-RECORD.
           05  BA-BRANCH PIC 9(3).
           05  BA-BOX-NUMBER PIC 9(5).
           05  BA-RENT-ID PIC 9(6).
           05  BA-DNI PIC 9(8).
           05  BA-ROLE PIC X.
               88  BA-BY-RENTER VALUE 'T'.
               88  BA-BY-SIGNER VALUE 'F'.
           05  BA-DATE PIC 9(8).
           05  BA-TIME PIC 9(6).
           05  BA-USER PIC X(30).

       FD  BOX-TARIFF-FILE.
       01  BOX-TARIFF-RECORD.
           05  SBT-FEE-SMALL PIC 9(8)V99.
           05  SBT-FEE-MEDIUM PIC 9(8)V99.
           05  SBT-FEE-LARGE PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01  F-SAFE-BOXES-STATUS PIC XX.
       01  F-BOX-RENTALS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-BOX-ACCESS-STATUS PIC XX.
       01  F-BOX-TARIFF-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  BOX-ADD VALUE 1.
           88  BOX-RENT VALUE 2.
           88  BOX-ACCESS VALUE 3.
           88  BOX-TERMINATE VALUE 4.
           88  BOX-INVENTORY VALUE 5.
           88  BOX-TARIFF VALUE 6.
           88  BOX-ACCESS-HISTORY VALUE 7.
           88  BOX-EXIT VALUE 8.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  WANTED-BOX PIC 9(5).
       01  WANTED-DNI PIC 9(8).
       01  WANTED-ACCOUNT PIC 9(8).
       01  NEW-SIZE PIC X.
       01  ROWS-LISTED PIC 9(5) VALUE ZERO.

       01  BOX-VALID PIC X.
           88  VALID-BOX VALUE 'Y'.
           88  INVALID-BOX VALUE 'N'.

       01  RENT-WRITE-FLAG PIC X.
           88  RENT-ROW-WRITTEN VALUE 'Y'.
           88  RENT-ROW-PENDING VALUE 'N'.

       01  WS-SIGNER-OPERATION PIC X VALUE SPACE.
       01  WS-SIGNER-AMOUNT PIC 9(8)V99 VALUE ZERO.
       01  WS-SIGNER-RESULT PIC X.
           88  SIGNER-OK VALUE 'Y'.
           88  NOT-A-SIGNER VALUE 'N'.
           88  SIGNER-REFUSED VALUE 'X'.

       01  WS-SESSION-USER PIC X(30).
       01  WS-SESSION-BRANCH PIC 9(3).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-FEE-EDIT PIC Z(7)9.99.
       01  WS-SIZE-TEXT PIC X(8).
       01  WS-STATUS-TEXT PIC X(16).

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/session-branch" USING WS-SESSION-BRANCH.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM SHOW-BOXES-MENU UNTIL BOX-EXIT.

           GOBACK.

       SHOW-BOXES-MENU.
           DISPLAY "--- Cajas de seguridad - sucursal "
               WS-SESSION-BRANCH " ---".
           DISPLAY "Alta de caja en el inventario (1)".
           DISPLAY "Contratar alquiler (2)".
           DISPLAY "Registrar acceso a una caja (3)".
           DISPLAY "Rescindir alquiler (4)".
           DISPLAY "Inventario de la sucursal (5)".
           DISPLAY "Tarifario anual por tamaño (6)".
           DISPLAY "Historial de accesos de una caja (7)".
           DISPLAY "Volver (8)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN BOX-ADD
                   PERFORM ADD-BOX
               WHEN BOX-RENT
                   PERFORM RENT-BOX
               WHEN BOX-ACCESS
                   PERFORM REGISTER-ACCESS
               WHEN BOX-TERMINATE
                   PERFORM TERMINATE-RENTAL
               WHEN BOX-INVENTORY
                   PERFORM LIST-INVENTORY
               WHEN BOX-TARIFF
                   PERFORM EDIT-TARIFF
               WHEN BOX-ACCESS-HISTORY
                   PERFORM LIST-ACCESS-HISTORY
               WHEN BOX-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       ADD-BOX.
           DISPLAY "Número de caja: ".
           ACCEPT WANTED-BOX.

           IF WANTED-BOX = ZERO
               DISPLAY "El número de caja es obligatorio"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Tamaño: Chica (S) | Mediana (M) | Grande (L): ".
           ACCEPT NEW-SIZE.

           IF NEW-SIZE NOT = 'S' AND NEW-SIZE NOT = 'M'
               AND NEW-SIZE NOT = 'L'
               DISPLAY "Tamaño inválido"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SESSION-BRANCH TO BOX-BRANCH.
           MOVE WANTED-BOX TO BOX-NUMBER.
           MOVE NEW-SIZE TO BOX-SIZE.
           SET BOX-FREE TO TRUE.
           MOVE ZERO TO BOX-RENTAL-ID.

           OPEN I-O SAFE-BOXES-FILE.

           WRITE SAFE-BOX-RECORD
               INVALID KEY
                   DISPLAY "La caja " WANTED-BOX " ya existe en la "
                       "sucursal"
               NOT INVALID KEY
                   DISPLAY "Caja " WANTED-BOX " agregada al "
                       "inventario"
                   MOVE "ADD-SAFE-BOX" TO WS-AUDIT-OPERATION
                   MOVE BOX-KEY TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "Tamaño: " DELIMITED BY SIZE
                       NEW-SIZE DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-WRITE.

           CLOSE SAFE-BOXES-FILE.

       RENT-BOX.
           DISPLAY "Número de caja: ".
           ACCEPT WANTED-BOX.

           OPEN I-O SAFE-BOXES-FILE.

           PERFORM READ-BRANCH-BOX.

           IF INVALID-BOX
               CLOSE SAFE-BOXES-FILE
               EXIT PARAGRAPH
           END-IF.

           IF NOT BOX-FREE
               DISPLAY "La caja " WANTED-BOX " no está disponible"
               CLOSE SAFE-BOXES-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DNI del titular del alquiler: ".
           ACCEPT WANTED-DNI.
           DISPLAY "Cuenta para el débito del canon: ".
           ACCEPT WANTED-ACCOUNT.

           PERFORM VALIDATE-RENTER.

           IF INVALID-BOX
               CLOSE SAFE-BOXES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SESSION-BRANCH TO RENT-BRANCH.
           MOVE WANTED-BOX TO RENT-BOX-NUMBER.
           MOVE WANTED-DNI TO RENT-CLIENT-DNI.
           MOVE WANTED-ACCOUNT TO RENT-FEE-ACCOUNT.
           MOVE WS-BUSINESS-DATE TO RENT-START-DATE.
           MOVE ZERO TO RENT-END-DATE.
           MOVE WS-BUSINESS-DATE TO RENT-PAID-UNTIL.
           MOVE ZERO TO RENT-LAST-FEE-DATE.
           MOVE ZERO TO RENT-UNPAID-AMOUNT.
           MOVE ZERO TO RENT-UNPAID-SINCE.
           SET RENT-ACTIVE TO TRUE.

           OPEN I-O BOX-RENTALS-FILE.

           SET RENT-ROW-PENDING TO TRUE.
           MOVE ZERO TO RENT-ID.

           PERFORM UNTIL RENT-ROW-WRITTEN OR RENT-ID = 999999
               ADD 1 TO RENT-ID
               WRITE BOX-RENTAL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RENT-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE BOX-RENTALS-FILE.

           IF RENT-ROW-PENDING
               DISPLAY "No fue posible registrar el contrato"
               CLOSE SAFE-BOXES-FILE
               EXIT PARAGRAPH
           END-IF.

           SET BOX-RENTED TO TRUE.
           MOVE RENT-ID TO BOX-RENTAL-ID.

           REWRITE SAFE-BOX-RECORD
               INVALID KEY
                   DISPLAY "ATENCIÓN: el contrato " RENT-ID
                       " quedó registrado pero no fue posible "
                       "marcar la caja como alquilada"
           END-REWRITE.

           CLOSE SAFE-BOXES-FILE.

           DISPLAY "Contrato " RENT-ID " registrado para la caja "
               WANTED-BOX.
           DISPLAY "El canon anual se debitará de la cuenta "
               WANTED-ACCOUNT " en el cierre del día".

           MOVE "RENT-SAFE-BOX" TO WS-AUDIT-OPERATION.
           MOVE BOX-KEY TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Contrato " DELIMITED BY SIZE
               RENT-ID DELIMITED BY SIZE
               " DNI " DELIMITED BY SIZE
               WANTED-DNI DELIMITED BY SIZE
               " cuenta " DELIMITED BY SIZE
               WANTED-ACCOUNT DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       VALIDATE-RENTER.
           SET INVALID-BOX TO TRUE.

           OPEN INPUT CLIENTS-FILE.

           MOVE WANTED-DNI TO CLIENT-DNI.

           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   DISPLAY "No existe un cliente con ese DNI"
                   CLOSE CLIENTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE CLIENTS-FILE.

           IF NOT CLIENT-ACTIVE OR CLIENT-IS-DECEASED
               DISPLAY "El cliente no está activo"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           MOVE WANTED-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "No existe la cuenta " WANTED-ACCOUNT
                   CLOSE ACCOUNTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE ACCOUNTS-FILE.

           IF ACCOUNT-CLIENT-DNI NOT = WANTED-DNI
               DISPLAY "La cuenta no pertenece al titular del "
                   "alquiler"
               EXIT PARAGRAPH
           END-IF.

           IF NOT ACCOUNT-ACTIVE
               DISPLAY "La cuenta no está activa"
               EXIT PARAGRAPH
           END-IF.

           IF NOT CURRENCY-ARS
               DISPLAY "El canon se debita en pesos: indique una "
                   "cuenta en ARS"
               EXIT PARAGRAPH
           END-IF.

           SET VALID-BOX TO TRUE.

       REGISTER-ACCESS.
           DISPLAY "Número de caja: ".
           ACCEPT WANTED-BOX.

           OPEN INPUT SAFE-BOXES-FILE.

           PERFORM READ-BRANCH-BOX.

           CLOSE SAFE-BOXES-FILE.

           IF INVALID-BOX
               EXIT PARAGRAPH
           END-IF.

           IF NOT BOX-RENTED
               DISPLAY "La caja " WANTED-BOX " no está alquilada"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-BOX-RENTAL.

           IF INVALID-BOX
               EXIT PARAGRAPH
           END-IF.

           IF RENT-UNPAID-AMOUNT > ZERO
               MOVE RENT-UNPAID-AMOUNT TO WS-FEE-EDIT
               DISPLAY "El alquiler registra canon impago por "
                   WS-FEE-EDIT ": acceso denegado hasta regularizar"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DNI de quien accede: ".
           ACCEPT WANTED-DNI.

           MOVE SPACES TO BA-ROLE.

           IF WANTED-DNI = RENT-CLIENT-DNI
               SET BA-BY-RENTER TO TRUE
           ELSE
               CALL "./common/signer-check"
                   USING RENT-FEE-ACCOUNT WANTED-DNI
                   WS-SIGNER-OPERATION WS-SIGNER-AMOUNT
                   WS-SIGNER-RESULT
               IF SIGNER-OK
                   SET BA-BY-SIGNER TO TRUE
               END-IF
           END-IF.

           IF BA-ROLE = SPACES
               DISPLAY "El DNI " WANTED-DNI " no es el titular ni "
                   "un firmante autorizado: acceso denegado"
               MOVE "SAFE-BOX-DENIED" TO WS-AUDIT-OPERATION
               MOVE BOX-KEY TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "DNI " DELIMITED BY SIZE
                   WANTED-DNI DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
               PERFORM LOG-AUDIT-ENTRY
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SESSION-BRANCH TO BA-BRANCH.
           MOVE WANTED-BOX TO BA-BOX-NUMBER.
           MOVE RENT-ID TO BA-RENT-ID.
           MOVE WANTED-DNI TO BA-DNI.
           MOVE WS-BUSINESS-DATE TO BA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BA-TIME.
           MOVE WS-SESSION-USER TO BA-USER.

           OPEN EXTEND BOX-ACCESS-FILE.

           IF F-BOX-ACCESS-STATUS NOT = "00"
               AND F-BOX-ACCESS-STATUS NOT = "05"
               DISPLAY "No fue posible abrir el registro de accesos ("
                   F-BOX-ACCESS-STATUS "): acceso no registrado"
               CLOSE BOX-ACCESS-FILE
               EXIT PARAGRAPH
           END-IF.

           WRITE BOX-ACCESS-RECORD.

           IF F-BOX-ACCESS-STATUS NOT = "00"
               DISPLAY "No fue posible registrar el acceso ("
                   F-BOX-ACCESS-STATUS "): acceso no registrado"
               CLOSE BOX-ACCESS-FILE
               EXIT PARAGRAPH
           END-IF.

           CLOSE BOX-ACCESS-FILE.

           DISPLAY "Acceso registrado a la caja " WANTED-BOX
               " a las " BA-TIME.

       TERMINATE-RENTAL.
           DISPLAY "Número de caja: ".
           ACCEPT WANTED-BOX.

           OPEN I-O SAFE-BOXES-FILE.

           PERFORM READ-BRANCH-BOX.

           IF INVALID-BOX
               CLOSE SAFE-BOXES-FILE
               EXIT PARAGRAPH
           END-IF.

           IF NOT BOX-RENTED
               DISPLAY "La caja " WANTED-BOX " no está alquilada"
               CLOSE SAFE-BOXES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-BOX-RENTAL.

           IF INVALID-BOX
               CLOSE SAFE-BOXES-FILE
               EXIT PARAGRAPH
           END-IF.

           IF RENT-UNPAID-AMOUNT > ZERO
               MOVE RENT-UNPAID-AMOUNT TO WS-FEE-EDIT
               DISPLAY "El alquiler registra canon impago por "
                   WS-FEE-EDIT ": no se puede rescindir"
               CLOSE SAFE-BOXES-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O BOX-RENTALS-FILE.

           MOVE BOX-RENTAL-ID TO RENT-ID.

           READ BOX-RENTALS-FILE
               KEY IS RENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RENT-CLOSED TO TRUE
                   MOVE WS-BUSINESS-DATE TO RENT-END-DATE
                   REWRITE BOX-RENTAL-RECORD
                       INVALID KEY
                           DISPLAY "No fue posible cerrar el "
                               "contrato"
                   END-REWRITE
           END-READ.

           CLOSE BOX-RENTALS-FILE.

           SET BOX-FREE TO TRUE.
           MOVE ZERO TO BOX-RENTAL-ID.

           REWRITE SAFE-BOX-RECORD
               INVALID KEY
                   DISPLAY "No fue posible liberar la caja"
           END-REWRITE.

           CLOSE SAFE-BOXES-FILE.

           DISPLAY "Contrato " RENT-ID " rescindido, caja "
               WANTED-BOX " disponible".

           MOVE "END-SAFE-BOX-RENT" TO WS-AUDIT-OPERATION.
           MOVE BOX-KEY TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Contrato " DELIMITED BY SIZE
               RENT-ID DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           PERFORM LOG-AUDIT-ENTRY.

       READ-BRANCH-BOX.
           SET VALID-BOX TO TRUE.

           MOVE WS-SESSION-BRANCH TO BOX-BRANCH.
           MOVE WANTED-BOX TO BOX-NUMBER.

           READ SAFE-BOXES-FILE
               KEY IS BOX-KEY
               INVALID KEY
                   DISPLAY "No existe la caja " WANTED-BOX
                       " en la sucursal " WS-SESSION-BRANCH
                   SET INVALID-BOX TO TRUE
           END-READ.

       READ-BOX-RENTAL.
           SET VALID-BOX TO TRUE.

           OPEN INPUT BOX-RENTALS-FILE.

           MOVE BOX-RENTAL-ID TO RENT-ID.

           READ BOX-RENTALS-FILE
               KEY IS RENT-ID
               INVALID KEY
                   DISPLAY "No se encontró el contrato de la caja"
                   SET INVALID-BOX TO TRUE
           END-READ.

           CLOSE BOX-RENTALS-FILE.

           IF VALID-BOX AND NOT RENT-ACTIVE
               DISPLAY "El contrato de la caja no está vigente"
               SET INVALID-BOX TO TRUE
           END-IF.

       LIST-INVENTORY.
           MOVE ZERO TO ROWS-LISTED.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT SAFE-BOXES-FILE.

           IF F-SAFE-BOXES-STATUS NOT = "00"
               DISPLAY "No hay cajas de seguridad registradas"
               CLOSE SAFE-BOXES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SESSION-BRANCH TO BOX-BRANCH.
           MOVE ZERO TO BOX-NUMBER.

           START SAFE-BOXES-FILE KEY IS >= BOX-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           DISPLAY "--- Inventario de cajas de seguridad ---".

           PERFORM UNTIL F-ENDED
               READ SAFE-BOXES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF BOX-BRANCH NOT = WS-SESSION-BRANCH
                           SET F-ENDED TO TRUE
                       ELSE
                           PERFORM SHOW-BOX-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SAFE-BOXES-FILE.

           DISPLAY "Cajas listadas: " ROWS-LISTED.

       SHOW-BOX-ROW.
           ADD 1 TO ROWS-LISTED.

           EVALUATE TRUE
               WHEN BOX-SMALL
                   MOVE "Chica" TO WS-SIZE-TEXT
               WHEN BOX-MEDIUM
                   MOVE "Mediana" TO WS-SIZE-TEXT
               WHEN OTHER
                   MOVE "Grande" TO WS-SIZE-TEXT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN BOX-FREE
                   MOVE "Disponible" TO WS-STATUS-TEXT
               WHEN BOX-RENTED
                   MOVE "Alquilada" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "Fuera de servicio" TO WS-STATUS-TEXT
           END-EVALUATE.

           IF BOX-RENTED
               DISPLAY BOX-NUMBER " " WS-SIZE-TEXT " "
                   WS-STATUS-TEXT " contrato " BOX-RENTAL-ID
           ELSE
               DISPLAY BOX-NUMBER " " WS-SIZE-TEXT " "
                   WS-STATUS-TEXT
           END-IF.

       EDIT-TARIFF.
           OPEN INPUT BOX-TARIFF-FILE.

           IF F-BOX-TARIFF-STATUS = "00"
               READ BOX-TARIFF-FILE
                   AT END
                       INITIALIZE BOX-TARIFF-RECORD
               END-READ
           ELSE
               INITIALIZE BOX-TARIFF-RECORD
           END-IF.

           CLOSE BOX-TARIFF-FILE.

           MOVE SBT-FEE-SMALL TO WS-FEE-EDIT.
           DISPLAY "Canon anual caja chica: " WS-FEE-EDIT.
           MOVE SBT-FEE-MEDIUM TO WS-FEE-EDIT.
           DISPLAY "Canon anual caja mediana: " WS-FEE-EDIT.
           MOVE SBT-FEE-LARGE TO WS-FEE-EDIT.
           DISPLAY "Canon anual caja grande: " WS-FEE-EDIT.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING SBT-FEE-SMALL DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SBT-FEE-MEDIUM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SBT-FEE-LARGE DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.

           DISPLAY "Nuevo canon anual caja chica: ".
           ACCEPT SBT-FEE-SMALL.
           DISPLAY "Nuevo canon anual caja mediana: ".
           ACCEPT SBT-FEE-MEDIUM.
           DISPLAY "Nuevo canon anual caja grande: ".
           ACCEPT SBT-FEE-LARGE.

           OPEN OUTPUT BOX-TARIFF-FILE.
           WRITE BOX-TARIFF-RECORD.
           CLOSE BOX-TARIFF-FILE.

           DISPLAY "Tarifario actualizado".

           MOVE "SAFE-BOX-TARIFF" TO WS-AUDIT-OPERATION.
           MOVE SPACES TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING SBT-FEE-SMALL DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SBT-FEE-MEDIUM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SBT-FEE-LARGE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       LIST-ACCESS-HISTORY.
           DISPLAY "Número de caja: ".
           ACCEPT WANTED-BOX.

           MOVE ZERO TO ROWS-LISTED.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT BOX-ACCESS-FILE.

           IF F-BOX-ACCESS-STATUS NOT = "00"
               DISPLAY "No hay accesos registrados"
               CLOSE BOX-ACCESS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- Accesos a la caja " WANTED-BOX " ---".

           PERFORM UNTIL F-ENDED
               READ BOX-ACCESS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF BA-BRANCH = WS-SESSION-BRANCH
                           AND BA-BOX-NUMBER = WANTED-BOX
                           ADD 1 TO ROWS-LISTED
                           DISPLAY BA-DATE " " BA-TIME " DNI "
                               BA-DNI " (" BA-ROLE ") contrato "
                               BA-RENT-ID " por " BA-USER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BOX-ACCESS-FILE.

           DISPLAY "Accesos listados: " ROWS-LISTED.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM safe-deposit-boxes.
