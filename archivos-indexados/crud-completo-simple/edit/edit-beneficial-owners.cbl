       IDENTIFICATION DIVISION.
       PROGRAM-ID. edit-beneficial-owners.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-beneficial-owners.cpy".
       COPY "../copylib/physic-clients.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-beneficial-owners.cpy".
       COPY "../copylib/logic-clients.cpy".

       WORKING-STORAGE SECTION.
       01  F-OWNERS-STATUS PIC XX.
       01  F-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  OWNER-ADD VALUE 1.
           88  OWNER-CHANGE VALUE 2.
           88  OWNER-REMOVE VALUE 3.
           88  OWNER-EXIT VALUE 4.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  LIST-FLAG PIC X.
           88  LIST-OWNERS VALUE 'Y'.
           88  SUM-ONLY VALUE 'N'.

       01  OWNER-COUNT PIC 9(4).
       01  PERCENT-TOTAL PIC 9(5)V99.
       01  PERCENT-AFTER PIC 9(5)V99.
       01  PERCENT-EDIT PIC ZZ9.99.

       01  NEW-OWNER-DNI PIC 9(8).
       01  NEW-OWNER-NAME PIC X(30).
       01  NEW-PERCENT PIC 9(3)V99.
       01  OLD-PERCENT PIC 9(3)V99.
       01  NEW-CONTROL PIC X.
           88  NEW-CONTROL-VALID VALUE 'D' 'I' 'C'.
           88  NEW-CONTROL-BY-SHARES VALUE 'D' 'I'.

       01  PERCENT-CHECK PIC X.
           88  PERCENT-OK VALUE 'Y'.
           88  PERCENT-REJECTED VALUE 'N'.

       01  OWNER-FOUND-FLAG PIC X.
           88  OWNER-FOUND VALUE 'Y'.
           88  OWNER-NOT-FOUND VALUE 'N'.

       01  WS-WATCHLIST-RESULT PIC X.
           88  ON-WATCHLIST VALUE 'Y'.
           88  NOT-ON-WATCHLIST VALUE 'N'.
       01  WS-CASE-ID PIC 9(6).

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       LINKAGE SECTION.
       01  LS-COMPANY-DNI PIC 9(8).

       PROCEDURE DIVISION USING LS-COMPANY-DNI.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE ZERO TO MENU-OPTION.

           PERFORM SHOW-OWNERS-MENU UNTIL OWNER-EXIT.

           SET SUM-ONLY TO TRUE.
           PERFORM SUMAR-PARTICIPACIONES.

           IF OWNER-COUNT = ZERO
               DISPLAY
               "Atención: la empresa " LS-COMPANY-DNI " no tiene "
               "beneficiarios finales registrados"
           END-IF.

           GOBACK.

       SHOW-OWNERS-MENU.
           DISPLAY "--- Beneficiarios finales de la empresa "
               LS-COMPANY-DNI " ---".

           SET LIST-OWNERS TO TRUE.
           PERFORM SUMAR-PARTICIPACIONES.

           MOVE PERCENT-TOTAL TO PERCENT-EDIT.
           DISPLAY "Participación declarada: " PERCENT-EDIT "%".

           DISPLAY "Agregar beneficiario (1)".
           DISPLAY "Modificar participación (2)".
           DISPLAY "Quitar beneficiario (3)".
           DISPLAY "Terminar (4)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN OWNER-ADD
                   PERFORM ADD-OWNER
               WHEN OWNER-CHANGE
                   PERFORM CHANGE-OWNER-PERCENT
               WHEN OWNER-REMOVE
                   PERFORM REMOVE-OWNER
               WHEN OWNER-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       SUMAR-PARTICIPACIONES.
           MOVE ZERO TO OWNER-COUNT.
           MOVE ZERO TO PERCENT-TOTAL.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT BENEFICIAL-OWNERS-FILE.

           IF F-OWNERS-STATUS NOT = "00"
               CLOSE BENEFICIAL-OWNERS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-COMPANY-DNI TO BOWN-COMPANY-DNI.
           MOVE ZERO TO BOWN-OWNER-DNI.

           START BENEFICIAL-OWNERS-FILE
               KEY IS GREATER THAN OR EQUAL TO BOWN-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ BENEFICIAL-OWNERS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF BOWN-COMPANY-DNI NOT = LS-COMPANY-DNI
                           SET F-ENDED TO TRUE
                       ELSE
                           ADD 1 TO OWNER-COUNT
                           ADD BOWN-PERCENT TO PERCENT-TOTAL
                           IF LIST-OWNERS
                               PERFORM MOSTRAR-BENEFICIARIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BENEFICIAL-OWNERS-FILE.

       MOSTRAR-BENEFICIARIO.
           MOVE BOWN-PERCENT TO PERCENT-EDIT.

           DISPLAY
           "DNI " BOWN-OWNER-DNI
           " " BOWN-NAME
           " " PERCENT-EDIT "%"
           " control " BOWN-CONTROL
           " verif. " BOWN-SCREEN-DATE.

           IF BOWN-SCREEN-HIT
               DISPLAY
               "    EN LISTA DE VIGILANCIA, caso " BOWN-CASE-ID
           END-IF.

       ADD-OWNER.
           DISPLAY "DNI del beneficiario final: ".
           ACCEPT NEW-OWNER-DNI.

           IF NEW-OWNER-DNI = ZERO
               OR NEW-OWNER-DNI = LS-COMPANY-DNI
               DISPLAY "DNI inválido"
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-NOMBRE-CLIENTE.

           IF NEW-OWNER-NAME = SPACES
               DISPLAY "Nombre y apellido: "
               ACCEPT NEW-OWNER-NAME
           END-IF.

           IF NEW-OWNER-NAME = SPACES
               DISPLAY "El nombre no puede estar vacío"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY
           "Tipo de control: propiedad directa (D) | propiedad "
           "indirecta (I) | control por otros medios (C): ".
           ACCEPT NEW-CONTROL.

           IF NOT NEW-CONTROL-VALID
               DISPLAY "Tipo de control inválido"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Porcentaje de participación (0 a 100): ".
           ACCEPT NEW-PERCENT.

           MOVE ZERO TO OLD-PERCENT.
           PERFORM VALIDAR-PARTICIPACION.

           IF PERCENT-REJECTED
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-VIGILANCIA.

           MOVE LS-COMPANY-DNI TO BOWN-COMPANY-DNI.
           MOVE NEW-OWNER-DNI TO BOWN-OWNER-DNI.
           MOVE NEW-OWNER-NAME TO BOWN-NAME.
           MOVE NEW-PERCENT TO BOWN-PERCENT.
           MOVE NEW-CONTROL TO BOWN-CONTROL.
           MOVE WS-BUSINESS-DATE TO BOWN-ADDED-DATE.
           MOVE WS-SESSION-USER TO BOWN-ADDED-BY.
           MOVE WS-BUSINESS-DATE TO BOWN-SCREEN-DATE.
           MOVE WS-WATCHLIST-RESULT TO BOWN-SCREEN-RESULT.
           MOVE WS-CASE-ID TO BOWN-CASE-ID.

           OPEN I-O BENEFICIAL-OWNERS-FILE.

           WRITE BENEFICIAL-OWNER-RECORD
               INVALID KEY
                   DISPLAY
                   "Ese beneficiario ya está registrado para la "
                   "empresa"
               NOT INVALID KEY
                   DISPLAY "Beneficiario final registrado"
                   MOVE "ADD-OWNER" TO WS-AUDIT-OPERATION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   PERFORM ARMAR-DETALLE-AUDITORIA
                   PERFORM LOG-AUDIT-ENTRY
           END-WRITE.

           CLOSE BENEFICIAL-OWNERS-FILE.

       CHANGE-OWNER-PERCENT.
           DISPLAY "DNI del beneficiario final: ".
           ACCEPT NEW-OWNER-DNI.

           SET OWNER-NOT-FOUND TO TRUE.

           OPEN INPUT BENEFICIAL-OWNERS-FILE.

           MOVE LS-COMPANY-DNI TO BOWN-COMPANY-DNI.
           MOVE NEW-OWNER-DNI TO BOWN-OWNER-DNI.

           READ BENEFICIAL-OWNERS-FILE
               KEY IS BOWN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OWNER-FOUND TO TRUE
           END-READ.

           CLOSE BENEFICIAL-OWNERS-FILE.

           IF OWNER-NOT-FOUND
               DISPLAY "Ese beneficiario no está registrado"
               EXIT PARAGRAPH
           END-IF.

           MOVE BOWN-PERCENT TO OLD-PERCENT.
           MOVE BOWN-CONTROL TO NEW-CONTROL.

           DISPLAY
           "Tipo de control: propiedad directa (D) | propiedad "
           "indirecta (I) | control por otros medios (C): ".
           ACCEPT NEW-CONTROL.

           IF NOT NEW-CONTROL-VALID
               DISPLAY "Tipo de control inválido"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nuevo porcentaje de participación (0 a 100): ".
           ACCEPT NEW-PERCENT.

           PERFORM VALIDAR-PARTICIPACION.

           IF PERCENT-REJECTED
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O BENEFICIAL-OWNERS-FILE.

           MOVE LS-COMPANY-DNI TO BOWN-COMPANY-DNI.
           MOVE NEW-OWNER-DNI TO BOWN-OWNER-DNI.

           READ BENEFICIAL-OWNERS-FILE
               KEY IS BOWN-KEY
               INVALID KEY
                   DISPLAY "Ese beneficiario ya no está registrado"
                   CLOSE BENEFICIAL-OWNERS-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE BOWN-PERCENT TO PERCENT-EDIT.
           STRING PERCENT-EDIT DELIMITED BY SIZE
               "% control " DELIMITED BY SIZE
               BOWN-CONTROL DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.

           MOVE NEW-PERCENT TO BOWN-PERCENT.
           MOVE NEW-CONTROL TO BOWN-CONTROL.

           REWRITE BENEFICIAL-OWNER-RECORD
               INVALID KEY
                   DISPLAY "No fue posible modificar el beneficiario"
               NOT INVALID KEY
                   DISPLAY "Participación modificada"
                   MOVE "OWNER-PERCENT" TO WS-AUDIT-OPERATION
                   PERFORM ARMAR-DETALLE-AUDITORIA
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

           CLOSE BENEFICIAL-OWNERS-FILE.

       REMOVE-OWNER.
           DISPLAY "DNI del beneficiario a quitar: ".
           ACCEPT NEW-OWNER-DNI.

           OPEN I-O BENEFICIAL-OWNERS-FILE.

           MOVE LS-COMPANY-DNI TO BOWN-COMPANY-DNI.
           MOVE NEW-OWNER-DNI TO BOWN-OWNER-DNI.

           READ BENEFICIAL-OWNERS-FILE
               KEY IS BOWN-KEY
               INVALID KEY
                   DISPLAY "Ese beneficiario no está registrado"
               NOT INVALID KEY
                   DELETE BENEFICIAL-OWNERS-FILE
                       INVALID KEY
                           DISPLAY
                           "No fue posible quitar el beneficiario"
                       NOT INVALID KEY
                           DISPLAY "Beneficiario final quitado"
                           MOVE "REMOVE-OWNER" TO WS-AUDIT-OPERATION
                           PERFORM ARMAR-DETALLE-AUDITORIA
                           MOVE WS-AUDIT-AFTER TO WS-AUDIT-BEFORE
                           MOVE SPACES TO WS-AUDIT-AFTER
                           PERFORM LOG-AUDIT-ENTRY
                   END-DELETE
           END-READ.

           CLOSE BENEFICIAL-OWNERS-FILE.

       VALIDAR-PARTICIPACION.
           SET PERCENT-OK TO TRUE.

           IF NEW-PERCENT > 100
               DISPLAY "El porcentaje no puede superar 100"
               SET PERCENT-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF NEW-CONTROL-BY-SHARES AND NEW-PERCENT < 10
               DISPLAY
               "Con menos del 10% de participación sólo se "
               "registra como beneficiario si ejerce control por "
               "otros medios (C)"
               SET PERCENT-REJECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET SUM-ONLY TO TRUE.
           PERFORM SUMAR-PARTICIPACIONES.

           COMPUTE PERCENT-AFTER =
               PERCENT-TOTAL - OLD-PERCENT + NEW-PERCENT.

           IF PERCENT-AFTER > 100
               MOVE PERCENT-AFTER TO PERCENT-EDIT
               DISPLAY
               "La suma de participaciones quedaría en "
               PERCENT-EDIT "%, no puede superar 100"
               SET PERCENT-REJECTED TO TRUE
           END-IF.

       VERIFICAR-VIGILANCIA.
           MOVE ZERO TO WS-CASE-ID.

           CALL "./common/watchlist-check"
               USING NEW-OWNER-DNI WS-WATCHLIST-RESULT.

           IF ON-WATCHLIST
               CALL "./common/beneficial-owner-case"
                   USING LS-COMPANY-DNI NEW-OWNER-DNI WS-CASE-ID
           END-IF.

       BUSCAR-NOMBRE-CLIENTE.
           MOVE SPACES TO NEW-OWNER-NAME.

           OPEN INPUT CLIENTS-FILE.

           IF F-STATUS NOT = "00"
               CLOSE CLIENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-OWNER-DNI TO CLIENT-DNI.

           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CLIENT-IS-BUSINESS
                       MOVE CLIENT-NAME TO NEW-OWNER-NAME
                       DISPLAY "Cliente: " CLIENT-NAME
                   END-IF
           END-READ.

           CLOSE CLIENTS-FILE.

       ARMAR-DETALLE-AUDITORIA.
           MOVE LS-COMPANY-DNI TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           MOVE BOWN-PERCENT TO PERCENT-EDIT.
           STRING BOWN-OWNER-DNI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PERCENT-EDIT DELIMITED BY SIZE
               "% control " DELIMITED BY SIZE
               BOWN-CONTROL DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM edit-beneficial-owners.
