       IDENTIFICATION DIVISION.
       PROGRAM-ID. dc-tax-exemptions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-dc-tax-exempt.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-dc-tax-exempt.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-DC-EXEMPT-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  DCX-REGISTER VALUE 1.
           88  DCX-REMOVE VALUE 2.
           88  DCX-LIST VALUE 3.
           88  DCX-EXIT VALUE 4.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  NEW-ACCOUNT PIC 9(8).
       01  NEW-CERTIFICATE PIC X(20).
       01  NEW-REASON PIC X(30).
       01  NEW-FROM-DATE PIC 9(8).
       01  NEW-EXPIRY-DATE PIC 9(8).
       01  WS-STATE-TEXT PIC X(8).
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.

       01  ACCOUNT-FLAG PIC X.
           88  ACCOUNT-ELIGIBLE VALUE 'Y'.
           88  ACCOUNT-NOT-ELIGIBLE VALUE 'N'.

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

           PERFORM SHOW-EXEMPTIONS-MENU UNTIL DCX-EXIT.

           GOBACK.

       SHOW-EXEMPTIONS-MENU.
           DISPLAY "--- Exenciones del impuesto a los débitos y "
               "créditos ---".
           DISPLAY "Registrar o renovar exención (1)".
           DISPLAY "Dar de baja una exención (2)".
           DISPLAY "Listar exenciones (3)".
           DISPLAY "Volver (4)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN DCX-REGISTER
                   PERFORM REGISTER-EXEMPTION
               WHEN DCX-REMOVE
                   PERFORM REMOVE-EXEMPTION
               WHEN DCX-LIST
                   PERFORM LIST-EXEMPTIONS
               WHEN DCX-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       REGISTER-EXEMPTION.
           DISPLAY "Cuenta corriente exenta: ".
           ACCEPT NEW-ACCOUNT.

           PERFORM VERIFICAR-CUENTA.

           IF ACCOUNT-NOT-ELIGIBLE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Número de certificado de exención: ".
           ACCEPT NEW-CERTIFICATE.

           IF NEW-CERTIFICATE = SPACES
               DISPLAY "El número de certificado es obligatorio"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motivo de la exención: ".
           ACCEPT NEW-REASON.

           DISPLAY "Vigente desde (AAAAMMDD, 0 = hoy): ".
           ACCEPT NEW-FROM-DATE.

           IF NEW-FROM-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO NEW-FROM-DATE
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(NEW-FROM-DATE) NOT = 0
               DISPLAY "Fecha de inicio inválida"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Vencimiento del certificado (AAAAMMDD): ".
           ACCEPT NEW-EXPIRY-DATE.

           IF FUNCTION TEST-DATE-YYYYMMDD(NEW-EXPIRY-DATE) NOT = 0
               OR NEW-EXPIRY-DATE < NEW-FROM-DATE
               OR NEW-EXPIRY-DATE < WS-BUSINESS-DATE
               DISPLAY "Fecha de vencimiento inválida"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O DC-TAX-EXEMPT-FILE.

           MOVE NEW-ACCOUNT TO DCX-ACCOUNT.
           MOVE SPACES TO WS-AUDIT-BEFORE.

           READ DC-TAX-EXEMPT-FILE
               KEY IS DCX-ACCOUNT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING DCX-CERTIFICATE DELIMITED BY SIZE
                       " vence " DELIMITED BY SIZE
                       DCX-EXPIRY-DATE DELIMITED BY SIZE
                       INTO WS-AUDIT-BEFORE
           END-READ.

           MOVE NEW-ACCOUNT TO DCX-ACCOUNT.
           MOVE NEW-CERTIFICATE TO DCX-CERTIFICATE.
           MOVE NEW-REASON TO DCX-REASON.
           MOVE NEW-FROM-DATE TO DCX-FROM-DATE.
           MOVE NEW-EXPIRY-DATE TO DCX-EXPIRY-DATE.
           MOVE WS-SESSION-USER TO DCX-REGISTERED-BY.
           MOVE WS-BUSINESS-DATE TO DCX-REGISTERED-DATE.

           IF WS-AUDIT-BEFORE = SPACES
               WRITE DC-TAX-EXEMPT-RECORD
                   INVALID KEY
                       DISPLAY "No fue posible registrar la exención"
                       CLOSE DC-TAX-EXEMPT-FILE
                       EXIT PARAGRAPH
               END-WRITE
           ELSE
               REWRITE DC-TAX-EXEMPT-RECORD
                   INVALID KEY
                       DISPLAY "No fue posible renovar la exención"
                       CLOSE DC-TAX-EXEMPT-FILE
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF.

           CLOSE DC-TAX-EXEMPT-FILE.

           DISPLAY "Exención registrada para la cuenta " NEW-ACCOUNT
               " hasta el " NEW-EXPIRY-DATE.

           MOVE "DC-TAX-EXEMPT" TO WS-AUDIT-OPERATION.
           MOVE NEW-ACCOUNT TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING NEW-CERTIFICATE DELIMITED BY SIZE
               " vence " DELIMITED BY SIZE
               NEW-EXPIRY-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       VERIFICAR-CUENTA.
           SET ACCOUNT-NOT-ELIGIBLE TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           MOVE NEW-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "La cuenta no existe"
               NOT INVALID KEY
                   IF NOT ACCOUNT-CHECKING
                       DISPLAY
                       "El impuesto sólo alcanza a cuentas "
                       "corrientes"
                   ELSE
                       IF ACCOUNT-CLOSED
                           DISPLAY "La cuenta está cerrada"
                       ELSE
                           SET ACCOUNT-ELIGIBLE TO TRUE
                       END-IF
                   END-IF
           END-READ.

           CLOSE ACCOUNTS-FILE.

       REMOVE-EXEMPTION.
           DISPLAY "Cuenta cuya exención se da de baja: ".
           ACCEPT NEW-ACCOUNT.

           OPEN I-O DC-TAX-EXEMPT-FILE.

           MOVE NEW-ACCOUNT TO DCX-ACCOUNT.

           READ DC-TAX-EXEMPT-FILE
               KEY IS DCX-ACCOUNT
               INVALID KEY
                   DISPLAY "La cuenta no tiene exención registrada"
               NOT INVALID KEY
                   DELETE DC-TAX-EXEMPT-FILE
                       INVALID KEY
                           DISPLAY "No fue posible dar de baja la "
                               "exención"
                       NOT INVALID KEY
                           DISPLAY "Exención dada de baja"
                           MOVE "DC-TAX-UNEXEMPT"
                               TO WS-AUDIT-OPERATION
                           MOVE NEW-ACCOUNT TO WS-AUDIT-KEY
                           MOVE SPACES TO WS-AUDIT-BEFORE
                           STRING DCX-CERTIFICATE DELIMITED BY SIZE
                               " vence " DELIMITED BY SIZE
                               DCX-EXPIRY-DATE DELIMITED BY SIZE
                               INTO WS-AUDIT-BEFORE
                           MOVE SPACES TO WS-AUDIT-AFTER
                           PERFORM LOG-AUDIT-ENTRY
                   END-DELETE
           END-READ.

           CLOSE DC-TAX-EXEMPT-FILE.

       LIST-EXEMPTIONS.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT DC-TAX-EXEMPT-FILE.

           IF F-DC-EXEMPT-STATUS NOT = "00"
               DISPLAY "No hay exenciones registradas"
               CLOSE DC-TAX-EXEMPT-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ DC-TAX-EXEMPT-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF DCX-EXPIRY-DATE < WS-BUSINESS-DATE
                           MOVE "VENCIDA" TO WS-STATE-TEXT
                       ELSE
                           MOVE "VIGENTE" TO WS-STATE-TEXT
                       END-IF
                       DISPLAY
                       "Cuenta " DCX-ACCOUNT
                       " cert. " DCX-CERTIFICATE
                       " desde " DCX-FROM-DATE
                       " hasta " DCX-EXPIRY-DATE
                       " " WS-STATE-TEXT
                       DISPLAY "    " DCX-REASON
                       " por " DCX-REGISTERED-BY
                       ADD 1 TO ROWS-LISTED
               END-READ
           END-PERFORM.

           CLOSE DC-TAX-EXEMPT-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "No hay exenciones registradas"
           END-IF.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM dc-tax-exemptions.
