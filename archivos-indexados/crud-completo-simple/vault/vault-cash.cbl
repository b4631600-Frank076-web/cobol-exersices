       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-vault.cpy".
       COPY "../copylib/physic-atm-terminals.cpy".

       SELECT OPTIONAL VAULT-MOVEMENTS-FILE
       ASSIGN TO "vault-movements.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-VAULT-MOV-STATUS.

       SELECT OPTIONAL GL-POSTING-FILE
       ASSIGN TO "gl-postings.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-POSTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-vault.cpy".
       COPY "../copylib/logic-atm-terminals.cpy".

       FD  VAULT-MOVEMENTS-FILE.
       01  VAULT-MOVEMENT-RECORD.
               88  VM-CARRIER-OUT VALUE "CO".
               88  VM-TELLER-SELL VALUE "TV".
               88  VM-TELLER-BUY VALUE "TC".
               88  VM-ATM-LOAD VALUE "AL".
               88  VM-ATM-UNLOAD VALUE "AU".
           05  VM-AMOUNT PIC 9(10)V99.
           05  VM-USER PIC X(30).

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

       WORKING-STORAGE SECTION.
       01  F-VAULT-STATUS PIC XX.
       01  F-VAULT-MOV-STATUS PIC XX.
       01  F-ATM-TERMINAL-STATUS PIC XX.
       01  F-POSTING-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  VC-CARRIER-IN VALUE 1.
           88  VC-SELL-TO-DRAWER VALUE 3.
           88  VC-BUY-FROM-DRAWER VALUE 4.
           88  VC-POSITION VALUE 5.
           88  VC-ATM-REGISTRY VALUE 6.
           88  VC-ATM-LOAD VALUE 7.
           88  VC-ATM-COUNT VALUE 8.
           88  VC-EXIT VALUE 9.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  MOVIMIENTO-OK VALUE 'Y'.
           88  MOVIMIENTO-RECHAZADO VALUE 'N'.

       01  WANTED-TERMINAL PIC X(8).
       01  ATM-OPTION PIC 9.
       01  ATM-BOOK-BALANCE PIC S9(12)V99.
       01  ATM-COUNT-DIFFERENCE PIC S9(12)V99.
       01  ATM-DIFFERENCE-ABS PIC 9(12)V99.
       01  ATM-BRANCH-TOTAL PIC S9(12)V99.
       01  ATM-BRANCH-COUNT PIC 9(4).
       01  WS-DIFF-EDIT PIC -Z(10)9.99.

       01  GL-ATM-CASH PIC X(8) VALUE "11120001".
       01  GL-CASH-SUSPENSE PIC X(8) VALUE "19910001".
       01  GL-CLOSED-PERIOD PIC 9(6).
       01  GL-PERIOD-STATE PIC X.
           88  GL-PERIOD-OPEN VALUE 'O'.
           88  GL-PERIOD-CLOSED VALUE 'C'.

       01  WS-TALLY-MODE PIC X.
       01  WS-TALLY-AMOUNT PIC 9(8)V99.

           DISPLAY "Venta de efectivo a la caja (3)".
           DISPLAY "Compra de efectivo de la caja (4)".
           DISPLAY "Posición de bóveda (5)".
           DISPLAY "Registro de cajeros automáticos (6)".
           DISPLAY "Abastecimiento de cajero automático (7)".
           DISPLAY "Arqueo de cajero automático (8)".
           DISPLAY "Volver (9)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
                   PERFORM MOVIMIENTO-DE-INGRESO
               WHEN VC-POSITION
                   PERFORM MOSTRAR-POSICION
               WHEN VC-ATM-REGISTRY
                   PERFORM REGISTRO-DE-CAJEROS
               WHEN VC-ATM-LOAD
                   MOVE "AL" TO MOVEMENT-CLASS
                   PERFORM ABASTECER-CAJERO
               WHEN VC-ATM-COUNT
                   MOVE "AU" TO MOVEMENT-CLASS
                   PERFORM ARQUEAR-CAJERO
               WHEN VC-EXIT
                   CONTINUE
               WHEN OTHER
           MOVE VLT-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Total en bóveda: " WS-TOTAL-EDIT.

           PERFORM LISTAR-CAJEROS-DE-LA-SUCURSAL.

           COMPUTE ATM-BRANCH-TOTAL = ATM-BRANCH-TOTAL + VLT-TOTAL.
           MOVE ATM-BRANCH-TOTAL TO WS-DIFF-EDIT.
           DISPLAY "Efectivo total de la sucursal: " WS-DIFF-EDIT.

           PERFORM LISTAR-MOVIMIENTOS-DEL-DIA.

       LISTAR-MOVIMIENTOS-DEL-DIA.

           CLOSE VAULT-MOVEMENTS-FILE.

       LISTAR-CAJEROS-DE-LA-SUCURSAL.
           MOVE ZERO TO ATM-BRANCH-TOTAL.
           MOVE ZERO TO ATM-BRANCH-COUNT.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ATM-TERMINAL-FILE.

           IF F-ATM-TERMINAL-STATUS NOT = "00"
               CLOSE ATM-TERMINAL-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- Cajeros automáticos ---".

           PERFORM UNTIL F-ENDED
               READ ATM-TERMINAL-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ATM-BRANCH = WS-SESSION-BRANCH
                           AND ATM-ACTIVE
                           PERFORM MOSTRAR-UN-CAJERO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ATM-TERMINAL-FILE.

           MOVE ATM-BRANCH-TOTAL TO WS-DIFF-EDIT.
           DISPLAY "Total en cajeros (" ATM-BRANCH-COUNT "): "
               WS-DIFF-EDIT.

       MOSTRAR-UN-CAJERO.
           ADD 1 TO ATM-BRANCH-COUNT.

           COMPUTE ATM-BOOK-BALANCE =
               ATM-LOADED-TOTAL - ATM-DISPENSED-TOTAL.
           ADD ATM-BOOK-BALANCE TO ATM-BRANCH-TOTAL.

           MOVE ATM-BOOK-BALANCE TO WS-DIFF-EDIT.
           DISPLAY ATM-TERMINAL-ID " " ATM-LOCATION
               " saldo: " WS-DIFF-EDIT.

           MOVE ATM-LOADED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "   Abastecido: " WS-TOTAL-EDIT
               " el " ATM-LAST-LOAD-DATE.
           MOVE ATM-DISPENSED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "   Dispensado: " WS-TOTAL-EDIT
               " hasta " ATM-LAST-SETTLED-DATE.

           IF ATM-LAST-COUNT-DATE NOT = ZERO
               MOVE ATM-LAST-DIFFERENCE TO WS-DIFF-EDIT
               DISPLAY "   Último arqueo " ATM-LAST-COUNT-DATE
                   " diferencia: " WS-DIFF-EDIT
               MOVE ATM-SUSPENSE-TOTAL TO WS-DIFF-EDIT
               DISPLAY "   Sobrantes/faltantes acumulados: "
                   WS-DIFF-EDIT
           END-IF.

       REGISTRO-DE-CAJEROS.
           DISPLAY "Alta de cajero (1) / Baja de cajero (2): ".
           ACCEPT ATM-OPTION.

           IF ATM-OPTION NOT = 1 AND ATM-OPTION NOT = 2
               DISPLAY "Opción inválida"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Terminal: ".
           ACCEPT WANTED-TERMINAL.

           IF WANTED-TERMINAL = SPACES
               DISPLAY "La terminal es obligatoria"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ATM-TERMINAL-FILE.

           MOVE WANTED-TERMINAL TO ATM-TERMINAL-ID.

           IF ATM-OPTION = 1
               PERFORM ALTA-DE-CAJERO
           ELSE
               PERFORM BAJA-DE-CAJERO
           END-IF.

           CLOSE ATM-TERMINAL-FILE.

       ALTA-DE-CAJERO.
           READ ATM-TERMINAL-FILE
               KEY IS ATM-TERMINAL-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ATM-ACTIVE
                       DISPLAY "La terminal " WANTED-TERMINAL
                           " ya está registrada en la sucursal "
                           ATM-BRANCH
                       EXIT PARAGRAPH
                   END-IF
                   IF ATM-BRANCH NOT = WS-SESSION-BRANCH
                       DISPLAY "La terminal " WANTED-TERMINAL
                           " pertenece a la sucursal " ATM-BRANCH
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Ubicación: "
                   ACCEPT ATM-LOCATION
                   SET ATM-ACTIVE TO TRUE
                   REWRITE ATM-TERMINAL-RECORD
                       INVALID KEY
                           DISPLAY
                           "No fue posible reactivar el cajero"
                           EXIT PARAGRAPH
                   END-REWRITE
                   DISPLAY "Cajero " WANTED-TERMINAL " reactivado"
                   PERFORM AUDITAR-REGISTRO-DE-CAJERO
                   EXIT PARAGRAPH
           END-READ.

           MOVE WANTED-TERMINAL TO ATM-TERMINAL-ID.
           MOVE WS-SESSION-BRANCH TO ATM-BRANCH.
           DISPLAY "Ubicación: ".
           ACCEPT ATM-LOCATION.
           SET ATM-ACTIVE TO TRUE.
           PERFORM VARYING DENOM-I FROM 1 BY 1
               UNTIL DENOM-I > 8
               MOVE ZERO TO ATM-DENOM-QTY(DENOM-I)
           END-PERFORM.
           MOVE ZERO TO ATM-LOADED-TOTAL.
           MOVE ZERO TO ATM-DISPENSED-TOTAL.
           MOVE ZERO TO ATM-LAST-LOAD-DATE.
           MOVE ZERO TO ATM-LAST-SETTLED-DATE.
           MOVE ZERO TO ATM-LAST-COUNT-DATE.
           MOVE ZERO TO ATM-LAST-DIFFERENCE.
           MOVE ZERO TO ATM-SUSPENSE-TOTAL.

           WRITE ATM-TERMINAL-RECORD
               INVALID KEY
                   DISPLAY "No fue posible registrar el cajero"
                   EXIT PARAGRAPH
           END-WRITE.

           DISPLAY "Cajero " WANTED-TERMINAL " registrado en la "
               "sucursal " WS-SESSION-BRANCH.

           PERFORM AUDITAR-REGISTRO-DE-CAJERO.

       BAJA-DE-CAJERO.
           READ ATM-TERMINAL-FILE
               KEY IS ATM-TERMINAL-ID
               INVALID KEY
                   DISPLAY "No existe la terminal " WANTED-TERMINAL
                   EXIT PARAGRAPH
           END-READ.

           IF ATM-BRANCH NOT = WS-SESSION-BRANCH
               DISPLAY "La terminal " WANTED-TERMINAL
                   " pertenece a la sucursal " ATM-BRANCH
               EXIT PARAGRAPH
           END-IF.

           IF ATM-LOADED-TOTAL NOT = ZERO
               OR ATM-DISPENSED-TOTAL NOT = ZERO
               DISPLAY "El cajero tiene efectivo cargado: "
                   "realice el arqueo antes de darlo de baja"
               EXIT PARAGRAPH
           END-IF.

           SET ATM-INACTIVE TO TRUE.

           REWRITE ATM-TERMINAL-RECORD
               INVALID KEY
                   DISPLAY "No fue posible dar de baja el cajero"
                   EXIT PARAGRAPH
           END-REWRITE.

           DISPLAY "Cajero " WANTED-TERMINAL " dado de baja".

           PERFORM AUDITAR-REGISTRO-DE-CAJERO.

       AUDITAR-REGISTRO-DE-CAJERO.
           MOVE "ATM-TERMINAL" TO WS-AUDIT-OPERATION.
           MOVE ATM-TERMINAL-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Sucursal " DELIMITED BY SIZE
               ATM-BRANCH DELIMITED BY SIZE
               " estado " DELIMITED BY SIZE
               ATM-STATUS DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.
           MOVE "VAULT-MOVEMENT" TO WS-AUDIT-OPERATION.

       UBICAR-CAJERO-DE-LA-SUCURSAL.
           SET MOVIMIENTO-OK TO TRUE.

           DISPLAY "Terminal: ".
           ACCEPT WANTED-TERMINAL.

           MOVE WANTED-TERMINAL TO ATM-TERMINAL-ID.

           READ ATM-TERMINAL-FILE
               KEY IS ATM-TERMINAL-ID
               INVALID KEY
                   DISPLAY "No existe la terminal " WANTED-TERMINAL
                   SET MOVIMIENTO-RECHAZADO TO TRUE
                   EXIT PARAGRAPH
           END-READ.

           IF ATM-BRANCH NOT = WS-SESSION-BRANCH
               DISPLAY "La terminal " WANTED-TERMINAL
                   " pertenece a la sucursal " ATM-BRANCH
               SET MOVIMIENTO-RECHAZADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF NOT ATM-ACTIVE
               DISPLAY "La terminal " WANTED-TERMINAL
                   " está dada de baja"
               SET MOVIMIENTO-RECHAZADO TO TRUE
           END-IF.

       ABASTECER-CAJERO.
           OPEN I-O ATM-TERMINAL-FILE.

           PERFORM UBICAR-CAJERO-DE-LA-SUCURSAL.

           IF MOVIMIENTO-RECHAZADO
               CLOSE ATM-TERMINAL-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURAR-DENOMINACIONES.

           IF MOVEMENT-TOTAL = ZERO
               DISPLAY "El movimiento no puede ser cero"
               CLOSE ATM-TERMINAL-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O VAULT-FILE.

           MOVE WS-SESSION-BRANCH TO VLT-BRANCH.

           READ VAULT-FILE
               KEY IS VLT-BRANCH
               INVALID KEY
                   DISPLAY "La bóveda no tiene existencias"
                   SET MOVIMIENTO-RECHAZADO TO TRUE
               NOT INVALID KEY
                   PERFORM VERIFICAR-EXISTENCIAS
           END-READ.

           IF MOVIMIENTO-OK
               PERFORM RESTAR-DENOMINACIONES
               REWRITE VAULT-RECORD
                   INVALID KEY
                       DISPLAY "No fue posible actualizar la bóveda"
                       SET MOVIMIENTO-RECHAZADO TO TRUE
               END-REWRITE
           END-IF.

           CLOSE VAULT-FILE.

           IF MOVIMIENTO-RECHAZADO
               CLOSE ATM-TERMINAL-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING DENOM-I FROM 1 BY 1
               UNTIL DENOM-I > 8
               ADD CAPT-QTY(DENOM-I) TO ATM-DENOM-QTY(DENOM-I)
           END-PERFORM.
           ADD MOVEMENT-TOTAL TO ATM-LOADED-TOTAL.
           MOVE WS-BUSINESS-DATE TO ATM-LAST-LOAD-DATE.

           REWRITE ATM-TERMINAL-RECORD
               INVALID KEY
                   DISPLAY "ATENCIÓN: la bóveda se descontó pero no "
                       "fue posible actualizar el cajero "
                       ATM-TERMINAL-ID
           END-REWRITE.

           CLOSE ATM-TERMINAL-FILE.

           PERFORM GRABAR-MOVIMIENTO-DE-BOVEDA.

           DISPLAY "Cajero " ATM-TERMINAL-ID " abastecido".

       ARQUEAR-CAJERO.
           OPEN I-O ATM-TERMINAL-FILE.

           PERFORM UBICAR-CAJERO-DE-LA-SUCURSAL.

           IF MOVIMIENTO-RECHAZADO
               CLOSE ATM-TERMINAL-FILE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ATM-BOOK-BALANCE =
               ATM-LOADED-TOTAL - ATM-DISPENSED-TOTAL.
           MOVE ATM-BOOK-BALANCE TO WS-DIFF-EDIT.
           DISPLAY "Saldo según registros: " WS-DIFF-EDIT.

           DISPLAY "Ingrese el efectivo retirado de las caseteras".
           PERFORM CAPTURAR-DENOMINACIONES.

           COMPUTE ATM-COUNT-DIFFERENCE =
               MOVEMENT-TOTAL - ATM-BOOK-BALANCE.

           IF ATM-COUNT-DIFFERENCE NOT = ZERO
               CALL "./common/gl-period-check"
                   USING WS-BUSINESS-DATE GL-CLOSED-PERIOD
                   GL-PERIOD-STATE
               IF GL-PERIOD-CLOSED
                   DISPLAY
                   "El período contable " WS-BUSINESS-DATE(1:6)
                   " está cerrado, no se puede registrar la "
                   "diferencia del arqueo"
                   CLOSE ATM-TERMINAL-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF MOVEMENT-TOTAL NOT = ZERO
               OPEN I-O VAULT-FILE
               MOVE WS-SESSION-BRANCH TO VLT-BRANCH
               READ VAULT-FILE
                   KEY IS VLT-BRANCH
                   INVALID KEY
                       PERFORM INICIALIZAR-BOVEDA
                       PERFORM SUMAR-DENOMINACIONES
                       WRITE VAULT-RECORD
                           INVALID KEY
                               SET MOVIMIENTO-RECHAZADO TO TRUE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM SUMAR-DENOMINACIONES
                       REWRITE VAULT-RECORD
                           INVALID KEY
                               SET MOVIMIENTO-RECHAZADO TO TRUE
                       END-REWRITE
               END-READ
               CLOSE VAULT-FILE
           END-IF.

           IF MOVIMIENTO-RECHAZADO
               DISPLAY "No fue posible actualizar la bóveda"
               CLOSE ATM-TERMINAL-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING DENOM-I FROM 1 BY 1
               UNTIL DENOM-I > 8
               MOVE ZERO TO ATM-DENOM-QTY(DENOM-I)
           END-PERFORM.
           MOVE ZERO TO ATM-LOADED-TOTAL.
           MOVE ZERO TO ATM-DISPENSED-TOTAL.
           MOVE WS-BUSINESS-DATE TO ATM-LAST-COUNT-DATE.
           MOVE ATM-COUNT-DIFFERENCE TO ATM-LAST-DIFFERENCE.
           ADD ATM-COUNT-DIFFERENCE TO ATM-SUSPENSE-TOTAL.

           REWRITE ATM-TERMINAL-RECORD
               INVALID KEY
                   DISPLAY "ATENCIÓN: no fue posible actualizar el "
                       "cajero " ATM-TERMINAL-ID
           END-REWRITE.

           CLOSE ATM-TERMINAL-FILE.

           IF MOVEMENT-TOTAL NOT = ZERO
               PERFORM GRABAR-MOVIMIENTO-DE-BOVEDA
           END-IF.

           MOVE ATM-COUNT-DIFFERENCE TO WS-DIFF-EDIT.

           EVALUATE TRUE
               WHEN ATM-COUNT-DIFFERENCE > ZERO
                   DISPLAY "Sobrante de arqueo: " WS-DIFF-EDIT
                   PERFORM GRABAR-ASIENTO-DIFERENCIA
               WHEN ATM-COUNT-DIFFERENCE < ZERO
                   DISPLAY "Faltante de arqueo: " WS-DIFF-EDIT
                   PERFORM GRABAR-ASIENTO-DIFERENCIA
               WHEN OTHER
                   DISPLAY "Arqueo sin diferencias"
           END-EVALUATE.

       GRABAR-ASIENTO-DIFERENCIA.
           IF ATM-COUNT-DIFFERENCE < ZERO
               COMPUTE ATM-DIFFERENCE-ABS = ZERO - ATM-COUNT-DIFFERENCE
           ELSE
               MOVE ATM-COUNT-DIFFERENCE TO ATM-DIFFERENCE-ABS
           END-IF.

           OPEN EXTEND GL-POSTING-FILE.
           IF F-POSTING-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF.

           SET GLP-ES-CABECERA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE WS-BUSINESS-DATE TO GLP-FECHA.
           MOVE 2 TO GLP-CANT-LINEAS.
           MOVE ATM-DIFFERENCE-ABS TO GLP-HASH-TOTAL.
           WRITE GL-POSTING-RECORD.

           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE GL-ATM-CASH TO GLP-CUENTA-GL.
           IF ATM-COUNT-DIFFERENCE > ZERO
               MOVE 'D' TO GLP-DEBE-HABER
           ELSE
               MOVE 'H' TO GLP-DEBE-HABER
           END-IF.
           MOVE ATM-DIFFERENCE-ABS TO GLP-IMPORTE.
           MOVE "ARQA" TO GLP-CONCEPTO.
           WRITE GL-POSTING-RECORD.

           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE GL-CASH-SUSPENSE TO GLP-CUENTA-GL.
           IF ATM-COUNT-DIFFERENCE > ZERO
               MOVE 'H' TO GLP-DEBE-HABER
           ELSE
               MOVE 'D' TO GLP-DEBE-HABER
           END-IF.
           MOVE ATM-DIFFERENCE-ABS TO GLP-IMPORTE.
           MOVE "ARQA" TO GLP-CONCEPTO.
           WRITE GL-POSTING-RECORD.

           CLOSE GL-POSTING-FILE.

           MOVE "ATM-COUNT" TO WS-AUDIT-OPERATION.
           MOVE ATM-TERMINAL-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Saldo: " DELIMITED BY SIZE
               ATM-BOOK-BALANCE DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Arqueo: " DELIMITED BY SIZE
               MOVEMENT-TOTAL DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.
           MOVE "VAULT-MOVEMENT" TO WS-AUDIT-OPERATION.

       END PROGRAM vault-cash.
