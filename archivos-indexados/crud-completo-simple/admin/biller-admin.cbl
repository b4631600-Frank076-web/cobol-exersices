       IDENTIFICATION DIVISION.
       PROGRAM-ID. biller-admin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-billers.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-billers.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-BILLERS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  BLR-ADD VALUE 1.
           88  BLR-EDIT VALUE 2.
           88  BLR-LIST VALUE 3.
           88  BLR-EXIT VALUE 4.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  WANTED-CODE PIC 9(4).
       01  NEW-SETTLEMENT-ACCOUNT PIC 9(8).
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.

       01  WS-CUIT-RESULT PIC X.
           88  CUIT-OK VALUE 'Y'.
           88  CUIT-BAD VALUE 'N'.

       01  ACCOUNT-VALID PIC X.
           88  VALID-ACCOUNT VALUE 'Y'.
           88  INVALID-ACCOUNT VALUE 'N'.

       01  FORMAT-VALID PIC X.
           88  VALID-FORMAT VALUE 'Y'.
           88  INVALID-FORMAT VALUE 'N'.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           PERFORM SHOW-BILLER-MENU UNTIL BLR-EXIT.

           GOBACK.

       SHOW-BILLER-MENU.
           DISPLAY "--- Empresas de servicios e impuestos ---".
           DISPLAY "Alta de empresa (1)".
           DISPLAY "Modificar empresa (2)".
           DISPLAY "Listar empresas (3)".
           DISPLAY "Volver (4)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN BLR-ADD
                   PERFORM ADD-BILLER
               WHEN BLR-EDIT
                   PERFORM EDIT-BILLER
               WHEN BLR-LIST
                   PERFORM LIST-BILLERS
               WHEN BLR-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       ADD-BILLER.
           DISPLAY "Código de empresa (4 dígitos): ".
           ACCEPT WANTED-CODE.
           MOVE WANTED-CODE TO BLR-CODE.

           DISPLAY "CUIT de la empresa: ".
           ACCEPT BLR-CUIT.

           CALL "./common/cuit-check-digit"
               USING BLR-CUIT WS-CUIT-RESULT.

           IF CUIT-BAD
               DISPLAY "El CUIT no supera el dígito verificador"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Razón social: ".
           ACCEPT BLR-NAME.
           DISPLAY "Rubro: Electricidad (E) | Gas (G) | Agua (A) | "
               "Impuestos (M) | Otros (O): ".
           ACCEPT BLR-CATEGORY.

           IF NOT BLR-IS-ELECTRICITY AND NOT BLR-IS-GAS
               AND NOT BLR-IS-WATER AND NOT BLR-IS-TAX
               AND NOT BLR-IS-OTHER
               DISPLAY "Rubro inválido, se registra como Otros"
               SET BLR-IS-OTHER TO TRUE
           END-IF.

           PERFORM CAPTURAR-FORMATO.

           IF INVALID-FORMAT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cuenta de liquidación: ".
           ACCEPT BLR-SETTLEMENT-ACCOUNT.

           PERFORM VALIDAR-CUENTA-LIQUIDACION.

           IF INVALID-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           SET BLR-ACTIVE TO TRUE.

           OPEN I-O BILLERS-FILE.

           WRITE BILLER-RECORD
               INVALID KEY
                   DISPLAY "Ya existe una empresa con ese código"
               NOT INVALID KEY
                   DISPLAY "Empresa registrada"
                   MOVE "ADD-BILLER" TO WS-AUDIT-OPERATION
                   MOVE WANTED-CODE TO WS-AUDIT-KEY
                   MOVE BLR-NAME TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "Liquidación: " DELIMITED BY SIZE
                       BLR-SETTLEMENT-ACCOUNT DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-WRITE.

           CLOSE BILLERS-FILE.

       CAPTURAR-FORMATO.
           SET INVALID-FORMAT TO TRUE.

           DISPLAY "Largo del código de barras: ".
           ACCEPT BLR-BARCODE-LENGTH.
           DISPLAY "Prefijo fijo del código (hasta 4, vacío sin "
               "prefijo): ".
           ACCEPT BLR-BARCODE-PREFIX.
           DISPLAY "Posición del importe en el código: ".
           ACCEPT BLR-AMOUNT-POS.
           DISPLAY "Dígitos del importe (incluye 2 decimales): ".
           ACCEPT BLR-AMOUNT-LEN.
           DISPLAY "Posición del vencimiento AAAAMMDD (0 sin "
               "vencimiento): ".
           ACCEPT BLR-DUE-DATE-POS.

           IF BLR-BARCODE-LENGTH = ZERO
               OR BLR-BARCODE-LENGTH > 60
               DISPLAY "El largo debe estar entre 1 y 60"
               EXIT PARAGRAPH
           END-IF.

           IF BLR-AMOUNT-POS = ZERO OR BLR-AMOUNT-LEN = ZERO
               OR BLR-AMOUNT-LEN > 10
               OR BLR-AMOUNT-POS + BLR-AMOUNT-LEN - 1
                   > BLR-BARCODE-LENGTH
               DISPLAY "La ubicación del importe no entra en el "
                   "código"
               EXIT PARAGRAPH
           END-IF.

           IF BLR-DUE-DATE-POS > ZERO
               AND BLR-DUE-DATE-POS + 7 > BLR-BARCODE-LENGTH
               DISPLAY "La ubicación del vencimiento no entra en el "
                   "código"
               EXIT PARAGRAPH
           END-IF.

           SET VALID-FORMAT TO TRUE.

       EDIT-BILLER.
           DISPLAY "Código de empresa: ".
           ACCEPT WANTED-CODE.

           OPEN I-O BILLERS-FILE.

           MOVE WANTED-CODE TO BLR-CODE.

           READ BILLERS-FILE
               KEY IS BLR-CODE
               INVALID KEY
                   DISPLAY "No existe esa empresa"
                   CLOSE BILLERS-FILE
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Empresa: " BLR-NAME.
           DISPLAY "Nueva cuenta de liquidación (0 mantiene "
               BLR-SETTLEMENT-ACCOUNT "): ".
           ACCEPT NEW-SETTLEMENT-ACCOUNT.

           IF NEW-SETTLEMENT-ACCOUNT > ZERO
               MOVE NEW-SETTLEMENT-ACCOUNT TO BLR-SETTLEMENT-ACCOUNT
               PERFORM VALIDAR-CUENTA-LIQUIDACION
               IF INVALID-ACCOUNT
                   CLOSE BILLERS-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM CAPTURAR-FORMATO.

           IF INVALID-FORMAT
               CLOSE BILLERS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Estado: Activa (A) | Suspendida (S): ".
           ACCEPT BLR-STATUS.

           IF NOT BLR-ACTIVE AND NOT BLR-SUSPENDED
               DISPLAY "Estado inválido, se mantiene Activa"
               SET BLR-ACTIVE TO TRUE
           END-IF.

           REWRITE BILLER-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar la empresa"
               NOT INVALID KEY
                   DISPLAY "Empresa actualizada"
                   MOVE "EDIT-BILLER" TO WS-AUDIT-OPERATION
                   MOVE WANTED-CODE TO WS-AUDIT-KEY
                   MOVE BLR-NAME TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "Liquidación: " DELIMITED BY SIZE
                       BLR-SETTLEMENT-ACCOUNT DELIMITED BY SIZE
                       " Estado: " DELIMITED BY SIZE
                       BLR-STATUS DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

           CLOSE BILLERS-FILE.

       LIST-BILLERS.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT BILLERS-FILE.

           IF F-BILLERS-STATUS NOT = "00"
               DISPLAY "No hay empresas registradas"
               CLOSE BILLERS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ BILLERS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       DISPLAY
                       "Empresa " BLR-CODE
                       " CUIT " BLR-CUIT
                       " " BLR-NAME
                       " rubro " BLR-CATEGORY
                       " código de " BLR-BARCODE-LENGTH
                       " dígitos, liquida en " BLR-SETTLEMENT-ACCOUNT
                       " estado " BLR-STATUS
                       ADD 1 TO ROWS-LISTED
               END-READ
           END-PERFORM.

           CLOSE BILLERS-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "No hay empresas registradas"
           END-IF.

       VALIDAR-CUENTA-LIQUIDACION.
           SET INVALID-ACCOUNT TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           MOVE BLR-SETTLEMENT-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "La cuenta de liquidación no existe"
               NOT INVALID KEY
                   IF NOT ACCOUNT-ACTIVE
                       DISPLAY
                       "La cuenta de liquidación no está activa"
                   ELSE
                       SET VALID-ACCOUNT TO TRUE
                   END-IF
           END-READ.

           CLOSE ACCOUNTS-FILE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM biller-admin.
