       IDENTIFICATION DIVISION.
       PROGRAM-ID. param-changes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-param-changes.cpy".
       COPY "../copylib/physic-fee-schedule.cpy".
       COPY "../copylib/physic-board-rates.cpy".
       COPY "../copylib/physic-permissions.cpy".
       COPY "../copylib/physic-gl-accounts.cpy".
       COPY "../copylib/physic-pending-ops.cpy".

       SELECT OPTIONAL GL-MAPPING-FILE
       ASSIGN TO "gl-mapping.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-MAPPING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-param-changes.cpy".
       COPY "../copylib/logic-fee-schedule.cpy".
       COPY "../copylib/logic-board-rates.cpy".
       COPY "../copylib/logic-permissions.cpy".
       COPY "../copylib/logic-gl-accounts.cpy".
       COPY "../copylib/logic-pending-ops.cpy".

       FD  GL-MAPPING-FILE.
       01  GL-MAPPING-RECORD.
           05  GLM-TRANS-TYPE PIC X.
           05  GLM-CURRENCY PIC X(3).
           05  GLM-DEBIT-ACCOUNT PIC X(8).
           05  GLM-CREDIT-ACCOUNT PIC X(8).

       WORKING-STORAGE SECTION.
       01  F-PARAM-CHANGES-STATUS PIC XX.
       01  F-FEE-STATUS PIC XX.
       01  F-BOARD-RATES-STATUS PIC XX.
       01  F-PERMISSIONS-STATUS PIC XX.
       01  F-GL-ACCOUNTS-STATUS PIC XX.
       01  F-PENDING-STATUS PIC XX.
       01  F-MAPPING-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  PCM-SCHEDULE VALUE 1.
           88  PCM-LIST VALUE 2.
           88  PCM-CANCEL VALUE 3.
           88  PCM-EXIT VALUE 4.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  NEW-TABLE PIC X.
           88  NEW-FEE-SCHEDULE VALUE 'F'.
           88  NEW-BOARD-RATES VALUE 'R'.
           88  NEW-GL-MAPPING VALUE 'G'.
           88  NEW-PERMISSIONS VALUE 'P'.
       01  NEW-ACTION PIC X.
           88  NEW-UPSERT VALUE 'M'.
           88  NEW-REMOVE VALUE 'B'.
       01  NEW-EFFECTIVE-DATE PIC 9(8).
       01  KEY-LENGTH PIC 9(2).

       01  NEW-IMAGE.
           05  NI-FEE-ACCOUNT-TYPE PIC X.
           05  NI-FEE-CURRENCY PIC X(3).
           05  NI-FEE-AMOUNT PIC 9(6)V99.
           05  NI-FEE-WAIVER-MIN-BALANCE PIC 9(8)V99.
           05  FILLER PIC X(18).
       01  NEW-BOARD-RATE-IMAGE REDEFINES NEW-IMAGE.
           05  NI-BR-PRODUCT PIC X.
           05  NI-BR-CURRENCY PIC X(3).
           05  NI-BR-TERM-FROM PIC 9(4).
           05  NI-BR-RATE PIC 9V9999.
           05  NI-BR-MAX-DEVIATION PIC 9V9999.
           05  FILLER PIC X(22).
       01  NEW-GL-MAPPING-IMAGE REDEFINES NEW-IMAGE.
           05  NI-GLM-TRANS-TYPE PIC X.
           05  NI-GLM-CURRENCY PIC X(3).
           05  NI-GLM-DEBIT-ACCOUNT PIC X(8).
           05  NI-GLM-CREDIT-ACCOUNT PIC X(8).
           05  FILLER PIC X(20).
       01  NEW-PERMISSION-IMAGE REDEFINES NEW-IMAGE.
           05  NI-PERM-ROLE PIC X.
           05  NI-PERM-OPTION PIC 9(2).
           05  NI-PERM-ALLOWED PIC X.
           05  FILLER PIC X(36).

       01  CURRENT-IMAGE PIC X(40).
       01  WS-DESCRIBE-TEXT PIC X(50).
       01  WS-CURRENT-TEXT PIC X(50).

       01  INPUT-VALID-FLAG PIC X.
           88  INPUT-VALID VALUE 'Y'.
           88  INPUT-INVALID VALUE 'N'.

       01  GL-ACCOUNT-WANTED PIC X(8).

       01  CONFIRMACION PIC X.
           88  CONFIRMADO VALUE 'S'.

       01  WITHDRAW-FLAG PIC X.
           88  PENDING-WITHDRAWN VALUE 'Y'.
           88  PENDING-NOT-WITHDRAWN VALUE 'N'.

       01  ROW-WRITE-FLAG PIC X.
           88  ROW-WRITTEN VALUE 'Y'.
           88  ROW-PENDING-WRITE VALUE 'N'.

       01  WANTED-ID PIC 9(8).
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-PENDING-TYPE PIC X VALUE 'K'.
       01  WS-PENDING-KEY-1 PIC 9(8).
       01  WS-PENDING-KEY-2 PIC 9(8).
       01  WS-PENDING-AMOUNT PIC 9(8)V99 VALUE ZERO.
       01  WS-PENDING-ID PIC 9(6).

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM SHOW-CHANGES-MENU UNTIL PCM-EXIT.

           GOBACK.

       SHOW-CHANGES-MENU.
           DISPLAY "--- Cambios programados de parámetros ---".
           DISPLAY "Programar un cambio (1)".
           DISPLAY "Listar cambios programados y aplicados (2)".
           DISPLAY "Cancelar un cambio no aplicado (3)".
           DISPLAY "Volver (4)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN PCM-SCHEDULE
                   PERFORM SCHEDULE-CHANGE
               WHEN PCM-LIST
                   PERFORM LIST-CHANGES
               WHEN PCM-CANCEL
                   PERFORM CANCEL-CHANGE
               WHEN PCM-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       SCHEDULE-CHANGE.
           DISPLAY "Tabla: Comisiones (F) | Pizarra de tasas (R) | ".
           DISPLAY "       Mapa contable (G) | "
               "Matriz de permisos (P): ".
           ACCEPT NEW-TABLE.

           IF NOT NEW-FEE-SCHEDULE AND NOT NEW-BOARD-RATES
               AND NOT NEW-GL-MAPPING AND NOT NEW-PERMISSIONS
               DISPLAY "Tabla inválida"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Alta o modificación (M) | Baja (B): ".
           ACCEPT NEW-ACTION.

           IF NOT NEW-UPSERT AND NOT NEW-REMOVE
               DISPLAY "Acción inválida"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO NEW-IMAGE.
           SET INPUT-INVALID TO TRUE.

           EVALUATE TRUE
               WHEN NEW-FEE-SCHEDULE
                   PERFORM ACCEPT-FEE-CHANGE
               WHEN NEW-BOARD-RATES
                   PERFORM ACCEPT-BOARD-RATE-CHANGE
               WHEN NEW-GL-MAPPING
                   PERFORM ACCEPT-GL-MAPPING-CHANGE
               WHEN NEW-PERMISSIONS
                   PERFORM ACCEPT-PERMISSION-CHANGE
           END-EVALUATE.

           IF INPUT-INVALID
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Fecha de vigencia (AAAAMMDD): ".
           ACCEPT NEW-EFFECTIVE-DATE.

           IF FUNCTION TEST-DATE-YYYYMMDD(NEW-EFFECTIVE-DATE) NOT = 0
               DISPLAY "Fecha inválida"
               EXIT PARAGRAPH
           END-IF.

           IF NEW-EFFECTIVE-DATE <= WS-BUSINESS-DATE
               DISPLAY
               "La vigencia debe ser posterior a la fecha de negocio "
               WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-DUPLICATE-CHANGE.

           IF INPUT-INVALID
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-CURRENT-VALUE.

           CALL "./common/param-change-describe"
               USING NEW-TABLE CURRENT-IMAGE WS-CURRENT-TEXT.
           DISPLAY "Valor vigente ..: " WS-CURRENT-TEXT.

           IF NEW-REMOVE
               IF CURRENT-IMAGE = SPACES
                   DISPLAY "No existe una fila vigente para dar de baja"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Valor nuevo ....: (baja de la fila)"
           ELSE
               CALL "./common/param-change-describe"
                   USING NEW-TABLE NEW-IMAGE WS-DESCRIBE-TEXT
               DISPLAY "Valor nuevo ....: " WS-DESCRIBE-TEXT
           END-IF.

           DISPLAY "Vigente desde ..: " NEW-EFFECTIVE-DATE.
           DISPLAY "¿Confirma el cambio programado? (S) | (N)".
           ACCEPT CONFIRMACION.

           IF NOT CONFIRMADO
               DISPLAY "Cambio no registrado"
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-CHANGE.

       ACCEPT-FEE-CHANGE.
           MOVE 4 TO KEY-LENGTH.

           DISPLAY "Tipo de cuenta: Caja de ahorro (S) | "
               "Cuenta corriente (C): ".
           ACCEPT NI-FEE-ACCOUNT-TYPE.
           DISPLAY "Moneda (ARS/USD): ".
           ACCEPT NI-FEE-CURRENCY.

           IF NI-FEE-ACCOUNT-TYPE NOT = 'S'
               AND NI-FEE-ACCOUNT-TYPE NOT = 'C'
               DISPLAY "Tipo de cuenta inválido"
               EXIT PARAGRAPH
           END-IF.

           IF NI-FEE-CURRENCY NOT = "ARS"
               AND NI-FEE-CURRENCY NOT = "USD"
               DISPLAY "Moneda inválida"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO NI-FEE-AMOUNT.
           MOVE ZERO TO NI-FEE-WAIVER-MIN-BALANCE.

           IF NEW-UPSERT
               DISPLAY "Comisión mensual: "
               ACCEPT NI-FEE-AMOUNT
               DISPLAY "Saldo mínimo que la exime (0 = no exime): "
               ACCEPT NI-FEE-WAIVER-MIN-BALANCE
           END-IF.

           SET INPUT-VALID TO TRUE.

       ACCEPT-BOARD-RATE-CHANGE.
           MOVE 8 TO KEY-LENGTH.

           DISPLAY "Producto: Plazo fijo (T) | Préstamo (L) | "
               "Plazo fijo UVA (U): ".
           ACCEPT NI-BR-PRODUCT.

           IF NI-BR-PRODUCT NOT = 'T' AND NI-BR-PRODUCT NOT = 'L'
               AND NI-BR-PRODUCT NOT = 'U'
               DISPLAY "Producto inválido"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Moneda (ARS/USD): ".
           ACCEPT NI-BR-CURRENCY.

           IF NI-BR-CURRENCY NOT = "ARS" AND NI-BR-CURRENCY NOT = "USD"
               DISPLAY "Moneda inválida"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Plazo desde (días para PF, meses para "
               "préstamos): ".
           ACCEPT NI-BR-TERM-FROM.

           MOVE ZERO TO NI-BR-RATE.
           MOVE ZERO TO NI-BR-MAX-DEVIATION.

           IF NEW-UPSERT
               DISPLAY "Tasa de pizarra (ej. 0.0800): "
               ACCEPT NI-BR-RATE
               DISPLAY "Desvío negociable máximo (ej. 0.0050): "
               ACCEPT NI-BR-MAX-DEVIATION
           END-IF.

           SET INPUT-VALID TO TRUE.

       ACCEPT-GL-MAPPING-CHANGE.
           MOVE 4 TO KEY-LENGTH.

           DISPLAY "Tipo de movimiento: ".
           ACCEPT NI-GLM-TRANS-TYPE.
           DISPLAY "Moneda (ARS/USD): ".
           ACCEPT NI-GLM-CURRENCY.

           IF NI-GLM-TRANS-TYPE = SPACE
               DISPLAY "Tipo de movimiento inválido"
               EXIT PARAGRAPH
           END-IF.

           IF NI-GLM-CURRENCY NOT = "ARS"
               AND NI-GLM-CURRENCY NOT = "USD"
               DISPLAY "Moneda inválida"
               EXIT PARAGRAPH
           END-IF.

           IF NEW-REMOVE
               SET INPUT-VALID TO TRUE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cuenta contable al debe: ".
           ACCEPT NI-GLM-DEBIT-ACCOUNT.
           DISPLAY "Cuenta contable al haber: ".
           ACCEPT NI-GLM-CREDIT-ACCOUNT.

           OPEN INPUT GL-ACCOUNTS-FILE.

           MOVE NI-GLM-DEBIT-ACCOUNT TO GL-ACCOUNT-WANTED.
           PERFORM CHECK-GL-ACCOUNT.

           IF INPUT-VALID
               MOVE NI-GLM-CREDIT-ACCOUNT TO GL-ACCOUNT-WANTED
               PERFORM CHECK-GL-ACCOUNT
           END-IF.

           CLOSE GL-ACCOUNTS-FILE.

       CHECK-GL-ACCOUNT.
           SET INPUT-INVALID TO TRUE.

           MOVE GL-ACCOUNT-WANTED TO GLA-ACCOUNT.

           READ GL-ACCOUNTS-FILE
               KEY IS GLA-ACCOUNT
               INVALID KEY
                   DISPLAY "La cuenta contable " GL-ACCOUNT-WANTED
                       " no existe en el plan de cuentas"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT GLA-ACTIVA
               DISPLAY "La cuenta contable " GL-ACCOUNT-WANTED
                   " está dada de baja"
               EXIT PARAGRAPH
           END-IF.

           SET INPUT-VALID TO TRUE.

       ACCEPT-PERMISSION-CHANGE.
           MOVE 3 TO KEY-LENGTH.

           DISPLAY "Rol: Admin (A) | Editor (E) | Lector (L): ".
           ACCEPT NI-PERM-ROLE.

           IF NI-PERM-ROLE NOT = 'A' AND NI-PERM-ROLE NOT = 'E'
               AND NI-PERM-ROLE NOT = 'L'
               DISPLAY "Rol inválido"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Número de opción de menú: ".
           ACCEPT NI-PERM-OPTION.

           IF NEW-UPSERT
               DISPLAY "¿Permitida? (Y) | (N): "
               ACCEPT NI-PERM-ALLOWED
               IF NI-PERM-ALLOWED NOT = 'Y'
                   AND NI-PERM-ALLOWED NOT = 'N'
                   DISPLAY "Valor inválido, ingrese Y o N"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           SET INPUT-VALID TO TRUE.

       CHECK-DUPLICATE-CHANGE.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT PARAM-CHANGES-FILE.

           IF F-PARAM-CHANGES-STATUS NOT = "00"
               CLOSE PARAM-CHANGES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-EFFECTIVE-DATE TO PCH-EFFECTIVE-DATE.

           START PARAM-CHANGES-FILE KEY IS = PCH-EFFECTIVE-DATE
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ PARAM-CHANGES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PCH-EFFECTIVE-DATE NOT = NEW-EFFECTIVE-DATE
                           SET F-ENDED TO TRUE
                       ELSE
                           IF PCH-TABLE = NEW-TABLE
                               AND (PCH-AWAITING-APPROVAL
                               OR PCH-SCHEDULED)
                               AND PCH-NEW-IMAGE(1:KEY-LENGTH) =
                               NEW-IMAGE(1:KEY-LENGTH)
                               DISPLAY
                               "Ya existe el cambio " PCH-ID
                               " para esa fila con la misma vigencia"
                               SET INPUT-INVALID TO TRUE
                               SET F-ENDED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PARAM-CHANGES-FILE.

       READ-CURRENT-VALUE.
           MOVE SPACES TO CURRENT-IMAGE.

           EVALUATE TRUE
               WHEN NEW-FEE-SCHEDULE
                   OPEN INPUT FEE-SCHEDULE-FILE
                   MOVE NEW-IMAGE(1:4) TO FEE-KEY
                   READ FEE-SCHEDULE-FILE
                       KEY IS FEE-KEY
                       NOT INVALID KEY
                           MOVE FEE-SCHEDULE-RECORD TO CURRENT-IMAGE
                   END-READ
                   CLOSE FEE-SCHEDULE-FILE
               WHEN NEW-BOARD-RATES
                   OPEN INPUT BOARD-RATES-FILE
                   MOVE NEW-IMAGE(1:8) TO BR-KEY
                   READ BOARD-RATES-FILE
                       KEY IS BR-KEY
                       NOT INVALID KEY
                           MOVE BOARD-RATE-RECORD TO CURRENT-IMAGE
                   END-READ
                   CLOSE BOARD-RATES-FILE
               WHEN NEW-PERMISSIONS
                   OPEN INPUT PERMISSIONS-FILE
                   MOVE NEW-IMAGE(1:3) TO PERM-KEY
                   READ PERMISSIONS-FILE
                       KEY IS PERM-KEY
                       NOT INVALID KEY
                           MOVE PERMISSION-RECORD TO CURRENT-IMAGE
                   END-READ
                   CLOSE PERMISSIONS-FILE
               WHEN NEW-GL-MAPPING
                   PERFORM READ-CURRENT-MAPPING
           END-EVALUATE.

       READ-CURRENT-MAPPING.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT GL-MAPPING-FILE.

           IF F-MAPPING-STATUS NOT = "00"
               CLOSE GL-MAPPING-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ GL-MAPPING-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF GLM-TRANS-TYPE = NI-GLM-TRANS-TYPE
                           AND GLM-CURRENCY = NI-GLM-CURRENCY
                           MOVE GL-MAPPING-RECORD TO CURRENT-IMAGE
                           SET F-ENDED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-MAPPING-FILE.

       WRITE-CHANGE.
           MOVE NEW-TABLE TO PCH-TABLE.
           MOVE NEW-ACTION TO PCH-ACTION.
           MOVE NEW-IMAGE TO PCH-NEW-IMAGE.
           MOVE SPACES TO PCH-OLD-IMAGE.
           SET PCH-WAS-NEW TO TRUE.
           MOVE NEW-EFFECTIVE-DATE TO PCH-EFFECTIVE-DATE.
           SET PCH-AWAITING-APPROVAL TO TRUE.
           MOVE WS-SESSION-USER TO PCH-ENTERED-BY.
           MOVE WS-BUSINESS-DATE TO PCH-ENTERED-DATE.
           MOVE ZERO TO PCH-PENDING-ID.
           MOVE SPACES TO PCH-APPROVED-BY.
           MOVE ZERO TO PCH-APPLIED-DATE.
           MOVE SPACES TO PCH-RESULT.

           OPEN I-O PARAM-CHANGES-FILE.

           SET ROW-PENDING-WRITE TO TRUE.
           MOVE ZERO TO PCH-ID.

           PERFORM UNTIL ROW-WRITTEN OR PCH-ID = 99999999
               ADD 1 TO PCH-ID
               WRITE PARAM-CHANGE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE PARAM-CHANGES-FILE.

           IF ROW-PENDING-WRITE
               DISPLAY "No fue posible registrar el cambio"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cambio " PCH-ID " registrado".

           MOVE "PARAM-CHANGE-ENTER" TO WS-AUDIT-OPERATION.
           PERFORM LOG-CHANGE.

           MOVE PCH-ID TO WS-PENDING-KEY-1.
           MOVE PCH-EFFECTIVE-DATE TO WS-PENDING-KEY-2.

           CALL "./common/submit-pending-op"
               USING WS-PENDING-TYPE WS-PENDING-KEY-1
               WS-PENDING-KEY-2 WS-PENDING-AMOUNT WS-PENDING-ID.

           IF WS-PENDING-ID = ZERO
               DISPLAY
               "ATENCIÓN: el cambio " PCH-ID " quedó registrado "
               "pero no fue posible derivarlo a aprobación"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O PARAM-CHANGES-FILE.

           READ PARAM-CHANGES-FILE
               KEY IS PCH-ID
               NOT INVALID KEY
                   MOVE WS-PENDING-ID TO PCH-PENDING-ID
                   REWRITE PARAM-CHANGE-RECORD
                       INVALID KEY
                           DISPLAY
                           "ATENCIÓN: no fue posible vincular el "
                           "cambio " PCH-ID " con la operación "
                           WS-PENDING-ID " (" F-PARAM-CHANGES-STATUS
                           ")"
                   END-REWRITE
           END-READ.

           CLOSE PARAM-CHANGES-FILE.

           DISPLAY "Derivado a aprobación con la operación "
               WS-PENDING-ID ": otro usuario debe aprobarlo".

       LIST-CHANGES.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT PARAM-CHANGES-FILE.

           IF F-PARAM-CHANGES-STATUS NOT = "00"
               DISPLAY "No hay cambios de parámetros registrados"
               CLOSE PARAM-CHANGES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ PARAM-CHANGES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM SHOW-CHANGE
               END-READ
           END-PERFORM.

           CLOSE PARAM-CHANGES-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "No hay cambios de parámetros registrados"
           END-IF.

       SHOW-CHANGE.
           ADD 1 TO ROWS-LISTED.

           DISPLAY "Cambio " PCH-ID
               " tabla " PCH-TABLE
               " acción " PCH-ACTION
               " vigencia " PCH-EFFECTIVE-DATE
               " estado " PCH-STATUS
               " por " PCH-ENTERED-BY.

           IF PCH-APPLIED
               CALL "./common/param-change-describe"
                   USING PCH-TABLE PCH-OLD-IMAGE WS-CURRENT-TEXT
               DISPLAY "    antes:   " WS-CURRENT-TEXT
           END-IF.

           IF PCH-REMOVE
               DISPLAY "    después: (baja de la fila)"
           ELSE
               CALL "./common/param-change-describe"
                   USING PCH-TABLE PCH-NEW-IMAGE WS-DESCRIBE-TEXT
               DISPLAY "    después: " WS-DESCRIBE-TEXT
           END-IF.

           IF PCH-RESULT NOT = SPACES
               DISPLAY "    " PCH-RESULT
           END-IF.

       CANCEL-CHANGE.
           DISPLAY "Número de cambio: ".
           ACCEPT WANTED-ID.

           OPEN I-O PARAM-CHANGES-FILE.

           MOVE WANTED-ID TO PCH-ID.

           READ PARAM-CHANGES-FILE
               KEY IS PCH-ID
               INVALID KEY
                   DISPLAY "No existe ese cambio"
                   CLOSE PARAM-CHANGES-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF NOT PCH-AWAITING-APPROVAL AND NOT PCH-SCHEDULED
               DISPLAY "Solo se cancelan cambios no aplicados"
               CLOSE PARAM-CHANGES-FILE
               EXIT PARAGRAPH
           END-IF.

           SET PENDING-WITHDRAWN TO TRUE.

           IF PCH-AWAITING-APPROVAL AND PCH-PENDING-ID NOT = ZERO
               PERFORM WITHDRAW-PENDING-OP
           END-IF.

           IF PENDING-NOT-WITHDRAWN
               DISPLAY "No fue posible retirar la operación "
                   PCH-PENDING-ID " de aprobaciones, el cambio "
                   "no se canceló"
               CLOSE PARAM-CHANGES-FILE
               EXIT PARAGRAPH
           END-IF.

           SET PCH-CANCELLED TO TRUE.
           MOVE "Cancelado por " TO PCH-RESULT.
           MOVE WS-SESSION-USER TO PCH-RESULT(15:26).

           SET ROW-PENDING-WRITE TO TRUE.

           REWRITE PARAM-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "No fue posible cancelar el cambio "
                       PCH-ID " (" F-PARAM-CHANGES-STATUS ")"
               NOT INVALID KEY
                   SET ROW-WRITTEN TO TRUE
                   DISPLAY "Cambio " PCH-ID " cancelado"
           END-REWRITE.

           CLOSE PARAM-CHANGES-FILE.

           IF ROW-PENDING-WRITE
               EXIT PARAGRAPH
           END-IF.

           MOVE "PARAM-CHANGE-CANCEL" TO WS-AUDIT-OPERATION.
           PERFORM LOG-CHANGE.

       WITHDRAW-PENDING-OP.
           OPEN I-O PENDING-OPS-FILE.

           MOVE PCH-PENDING-ID TO PEND-ID.

           READ PENDING-OPS-FILE
               KEY IS PEND-ID
               NOT INVALID KEY
                   IF PEND-PENDING
                       SET PEND-REJECTED TO TRUE
                       MOVE WS-SESSION-USER TO PEND-APPROVED-BY
                       REWRITE PENDING-OP-RECORD
                           INVALID KEY
                               SET PENDING-NOT-WITHDRAWN TO TRUE
                       END-REWRITE
                   END-IF
           END-READ.

           CLOSE PENDING-OPS-FILE.

       LOG-CHANGE.
           MOVE PCH-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Tabla " DELIMITED BY SIZE
               PCH-TABLE DELIMITED BY SIZE
               " vigencia " DELIMITED BY SIZE
               PCH-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.

           IF PCH-REMOVE
               MOVE "(baja de la fila)" TO WS-AUDIT-AFTER
           ELSE
               CALL "./common/param-change-describe"
                   USING PCH-TABLE PCH-NEW-IMAGE WS-AUDIT-AFTER
           END-IF.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM param-changes.
