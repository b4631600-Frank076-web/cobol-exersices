       IDENTIFICATION DIVISION.
       PROGRAM-ID. sweep-arrangements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-sweeps.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-sweeps.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-SWEEPS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  SWEEP-ADD VALUE 1.
           88  SWEEP-CANCEL VALUE 2.
           88  SWEEP-LIST VALUE 3.
           88  SWEEP-EXIT VALUE 4.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  SWEEP-VALID PIC X.
           88  VALID-SWEEP VALUE 'Y'.
           88  INVALID-SWEEP VALUE 'N'.

       01  PRIMARY-DNI PIC 9(8).
       01  PRIMARY-CURRENCY PIC X(3).

       01  NEW-PRIMARY PIC 9(8).
       01  NEW-SECONDARY PIC 9(8).
       01  NEW-TARGET PIC 9(8)V99.
       01  NEW-MINIMUM PIC 9(8)V99.

       01  SWEEPS-LISTED PIC 9(4) VALUE ZERO.

       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-MINIMUM-EDIT PIC Z(7)9.99.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           PERFORM SHOW-SWEEPS-MENU UNTIL SWEEP-EXIT.

           GOBACK.

       SHOW-SWEEPS-MENU.
           DISPLAY "--- Barridos a saldo objetivo ---".
           DISPLAY "Alta de barrido (1)".
           DISPLAY "Cancelar barrido (2)".
           DISPLAY "Listar barridos (3)".
           DISPLAY "Volver (4)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN SWEEP-ADD
                   PERFORM ADD-SWEEP
               WHEN SWEEP-CANCEL
                   PERFORM CANCEL-SWEEP
               WHEN SWEEP-LIST
                   PERFORM LIST-SWEEPS
               WHEN SWEEP-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       ADD-SWEEP.
           DISPLAY "Cuenta principal (operativa): ".
           ACCEPT NEW-PRIMARY.
           DISPLAY "Cuenta secundaria (ahorro): ".
           ACCEPT NEW-SECONDARY.

           IF NEW-PRIMARY = NEW-SECONDARY
               DISPLAY
               "La cuenta principal y la secundaria no pueden ser "
               "la misma"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDATE-SWEEP-ACCOUNTS.

           IF INVALID-SWEEP
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Saldo objetivo de la cuenta principal: ".
           ACCEPT NEW-TARGET.
           DISPLAY "Saldo mínimo (por debajo se cubre desde la "
               "secundaria): ".
           ACCEPT NEW-MINIMUM.

           IF NEW-MINIMUM > NEW-TARGET
               DISPLAY
               "El saldo mínimo no puede superar al objetivo"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O SWEEPS-FILE.

           MOVE NEW-PRIMARY TO SWP-PRIMARY-ACCOUNT.

           READ SWEEPS-FILE
               KEY IS SWP-PRIMARY-ACCOUNT
               INVALID KEY
                   PERFORM LOAD-SWEEP-FIELDS
                   WRITE SWEEP-RECORD
                       INVALID KEY
                           DISPLAY "No fue posible registrar el "
                               "barrido"
                       NOT INVALID KEY
                           PERFORM LOG-SWEEP-CREATED
                   END-WRITE
               NOT INVALID KEY
                   IF SWP-ACTIVE
                       DISPLAY
                       "La cuenta ya tiene un barrido activo hacia "
                       "la cuenta " SWP-SECONDARY-ACCOUNT
                   ELSE
                       PERFORM LOAD-SWEEP-FIELDS
                       REWRITE SWEEP-RECORD
                           INVALID KEY
                               DISPLAY "No fue posible registrar "
                                   "el barrido"
                           NOT INVALID KEY
                               PERFORM LOG-SWEEP-CREATED
                       END-REWRITE
                   END-IF
           END-READ.

           CLOSE SWEEPS-FILE.

       LOAD-SWEEP-FIELDS.
           MOVE NEW-PRIMARY TO SWP-PRIMARY-ACCOUNT.
           MOVE NEW-SECONDARY TO SWP-SECONDARY-ACCOUNT.
           MOVE NEW-TARGET TO SWP-TARGET-BALANCE.
           MOVE NEW-MINIMUM TO SWP-MINIMUM-BALANCE.
           SET SWP-ACTIVE TO TRUE.
           MOVE ZERO TO SWP-LAST-DATE.
           MOVE SPACE TO SWP-LAST-DIRECTION.
           MOVE ZERO TO SWP-LAST-AMOUNT.

       LOG-SWEEP-CREATED.
           DISPLAY "Barrido registrado".
           MOVE "CREATE-SWEEP" TO WS-AUDIT-OPERATION.
           MOVE SWP-PRIMARY-ACCOUNT TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Secundaria: " DELIMITED BY SIZE
               SWP-SECONDARY-ACCOUNT DELIMITED BY SIZE
               " Objetivo: " DELIMITED BY SIZE
               SWP-TARGET-BALANCE DELIMITED BY SIZE
               " Min: " DELIMITED BY SIZE
               SWP-MINIMUM-BALANCE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       VALIDATE-SWEEP-ACCOUNTS.
           SET INVALID-SWEEP TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           MOVE NEW-PRIMARY TO ACCOUNT-KEY.
           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "La cuenta principal no existe"
               NOT INVALID KEY
                   IF ACCOUNT-ACTIVE
                       MOVE ACCOUNT-CLIENT-DNI TO PRIMARY-DNI
                       MOVE ACCOUNT-CURRENCY TO PRIMARY-CURRENCY
                       SET VALID-SWEEP TO TRUE
                   ELSE
                       DISPLAY "La cuenta principal no está activa"
                   END-IF
           END-READ.

           IF VALID-SWEEP
               SET INVALID-SWEEP TO TRUE
               MOVE NEW-SECONDARY TO ACCOUNT-KEY
               READ ACCOUNTS-FILE
                   KEY IS ACCOUNT-KEY
                   INVALID KEY
                       DISPLAY "La cuenta secundaria no existe"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT ACCOUNT-ACTIVE
                               DISPLAY
                               "La cuenta secundaria no está activa"
                           WHEN ACCOUNT-CLIENT-DNI NOT = PRIMARY-DNI
                               DISPLAY
                               "Las cuentas deben ser del mismo "
                               "cliente"
                           WHEN ACCOUNT-CURRENCY NOT = PRIMARY-CURRENCY
                               DISPLAY
                               "Las cuentas deben ser de la misma "
                               "moneda"
                           WHEN OTHER
                               SET VALID-SWEEP TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

           CLOSE ACCOUNTS-FILE.

       CANCEL-SWEEP.
           DISPLAY "Cuenta principal del barrido a cancelar: ".
           ACCEPT SWP-PRIMARY-ACCOUNT.

           OPEN I-O SWEEPS-FILE.

           READ SWEEPS-FILE
               KEY IS SWP-PRIMARY-ACCOUNT
               INVALID KEY
                   DISPLAY "La cuenta no tiene barrido registrado"
               NOT INVALID KEY
                   IF SWP-CANCELLED
                       DISPLAY "El barrido ya está cancelado"
                   ELSE
                       SET SWP-CANCELLED TO TRUE
                       REWRITE SWEEP-RECORD
                           INVALID KEY
                               DISPLAY
                               "No fue posible cancelar el barrido"
                           NOT INVALID KEY
                               DISPLAY "Barrido cancelado"
                               MOVE "CANCEL-SWEEP"
                                   TO WS-AUDIT-OPERATION
                               MOVE SWP-PRIMARY-ACCOUNT
                                   TO WS-AUDIT-KEY
                               MOVE "Estado: Activo"
                                   TO WS-AUDIT-BEFORE
                               MOVE "Estado: Cancelado"
                                   TO WS-AUDIT-AFTER
                               PERFORM LOG-AUDIT-ENTRY
                       END-REWRITE
                   END-IF
           END-READ.

           CLOSE SWEEPS-FILE.

       LIST-SWEEPS.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO SWEEPS-LISTED.

           OPEN INPUT SWEEPS-FILE.

           PERFORM UNTIL F-ENDED
               READ SWEEPS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE SWP-TARGET-BALANCE TO WS-AMOUNT-EDIT
                       MOVE SWP-MINIMUM-BALANCE TO WS-MINIMUM-EDIT
                       DISPLAY
                       "Principal: " SWP-PRIMARY-ACCOUNT
                       ", secundaria: " SWP-SECONDARY-ACCOUNT
                       ", objetivo: " WS-AMOUNT-EDIT
                       ", mínimo: " WS-MINIMUM-EDIT
                       ", último: " SWP-LAST-DATE
                       ", estado: " SWP-STATUS
                       ADD 1 TO SWEEPS-LISTED
               END-READ
           END-PERFORM.

           CLOSE SWEEPS-FILE.

           IF SWEEPS-LISTED = ZERO
               DISPLAY "No hay barridos registrados"
           END-IF.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM sweep-arrangements.
