       IDENTIFICATION DIVISION.
       PROGRAM-ID. economic-groups.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-economic-groups.cpy".
       COPY "../copylib/physic-group-members.cpy".
       COPY "../copylib/physic-clients.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-economic-groups.cpy".
       COPY "../copylib/logic-group-members.cpy".
       COPY "../copylib/logic-clients.cpy".

       WORKING-STORAGE SECTION.
       01  F-GROUPS-STATUS PIC XX.
       01  F-MEMBERS-STATUS PIC XX.
       01  F-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  EG-CREATE VALUE 1.
           88  EG-LIMIT VALUE 2.
           88  EG-ADD-MEMBER VALUE 3.
           88  EG-REMOVE-MEMBER VALUE 4.
           88  EG-SHOW VALUE 5.
           88  EG-DISSOLVE VALUE 6.
           88  EG-EXIT VALUE 7.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  WANTED-GROUP PIC 9(4).
       01  NEW-NAME PIC X(30).
       01  NEW-LIMIT PIC 9(10)V99.
       01  NEW-ROLE PIC X.
       01  MEMBER-INPUT PIC 9(11).
       01  MEMBER-DNI PIC 9(8).
       01  FIRST-MEMBER-DNI PIC 9(8).
       01  MEMBERS-LISTED PIC 9(4).
       01  WS-LIMIT-EDIT PIC Z(9)9.99.
       01  WS-EXPOSURE-EDIT PIC Z(11)9.99.
       01  LIMIT-USED PIC 9(5)V99.
       01  WS-USED-EDIT PIC ZZZZ9.99.

       01  MEMBER-VALID-FLAG PIC X.
           88  VALID-MEMBER VALUE 'Y'.
           88  INVALID-MEMBER VALUE 'N'.

       01  GROUP-WRITE-FLAG PIC X.
           88  GROUP-ROW-WRITTEN VALUE 'Y'.
           88  GROUP-ROW-PENDING VALUE 'N'.

       01  WS-CUIT PIC 9(11).
       01  WS-CUIT-RESULT PIC X.
           88  CUIT-OK VALUE 'Y'.
           88  CUIT-BAD VALUE 'N'.

       01  EXP-GROUP-ID PIC 9(4).
       01  EXP-GROUP-LIMIT PIC 9(10)V99.
       01  EXP-EXPOSURE PIC 9(12)V99.
       01  EXP-USD-RATE PIC 9(6)V99.

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

           PERFORM SHOW-GROUPS-MENU UNTIL EG-EXIT.

           GOBACK.

       SHOW-GROUPS-MENU.
           DISPLAY "--- Grupos económicos ---".
           DISPLAY "Alta de grupo (1)".
           DISPLAY "Modificar límite de exposición (2)".
           DISPLAY "Agregar integrante (3)".
           DISPLAY "Quitar integrante (4)".
           DISPLAY "Consultar grupo y exposición (5)".
           DISPLAY "Disolver grupo (6)".
           DISPLAY "Volver (7)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN EG-CREATE
                   PERFORM CREATE-GROUP
               WHEN EG-LIMIT
                   PERFORM CHANGE-GROUP-LIMIT
               WHEN EG-ADD-MEMBER
                   PERFORM ADD-MEMBER
               WHEN EG-REMOVE-MEMBER
                   PERFORM REMOVE-MEMBER
               WHEN EG-SHOW
                   PERFORM SHOW-GROUP
               WHEN EG-DISSOLVE
                   PERFORM DISSOLVE-GROUP
               WHEN EG-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       CREATE-GROUP.
           DISPLAY "Nombre del grupo: ".
           ACCEPT NEW-NAME.

           IF NEW-NAME = SPACES
               DISPLAY "El nombre es obligatorio"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Límite de exposición en ARS: ".
           ACCEPT NEW-LIMIT.

           IF NEW-LIMIT = ZERO
               DISPLAY "El límite debe ser mayor a cero"
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-NAME TO EGRP-NAME.
           MOVE NEW-LIMIT TO EGRP-LIMIT.
           SET EGRP-ACTIVE TO TRUE.
           MOVE WS-BUSINESS-DATE TO EGRP-CREATED-DATE.
           MOVE WS-SESSION-USER TO EGRP-CREATED-BY.

           OPEN I-O ECONOMIC-GROUPS-FILE.

           SET GROUP-ROW-PENDING TO TRUE.
           MOVE ZERO TO EGRP-ID.

           PERFORM UNTIL GROUP-ROW-WRITTEN OR EGRP-ID = 9999
               ADD 1 TO EGRP-ID
               WRITE ECONOMIC-GROUP-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GROUP-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE ECONOMIC-GROUPS-FILE.

           IF GROUP-ROW-PENDING
               DISPLAY "No fue posible registrar el grupo"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Grupo " EGRP-ID " registrado".

           MOVE "CREATE-GROUP" TO WS-AUDIT-OPERATION.
           MOVE EGRP-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING EGRP-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EGRP-LIMIT DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       CHANGE-GROUP-LIMIT.
           DISPLAY "Número de grupo: ".
           ACCEPT WANTED-GROUP.

           OPEN I-O ECONOMIC-GROUPS-FILE.

           MOVE WANTED-GROUP TO EGRP-ID.

           READ ECONOMIC-GROUPS-FILE
               KEY IS EGRP-ID
               INVALID KEY
                   DISPLAY "El grupo no existe"
                   CLOSE ECONOMIC-GROUPS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF EGRP-DISSOLVED
               DISPLAY "El grupo está disuelto"
               CLOSE ECONOMIC-GROUPS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE EGRP-LIMIT TO WS-LIMIT-EDIT.
           DISPLAY EGRP-NAME " - límite actual " WS-LIMIT-EDIT.

           DISPLAY "Nuevo límite de exposición en ARS: ".
           ACCEPT NEW-LIMIT.

           IF NEW-LIMIT = ZERO
               DISPLAY "El límite debe ser mayor a cero"
               CLOSE ECONOMIC-GROUPS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Limite: " DELIMITED BY SIZE
               EGRP-LIMIT DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.

           MOVE NEW-LIMIT TO EGRP-LIMIT.

           REWRITE ECONOMIC-GROUP-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar el límite"
               NOT INVALID KEY
                   DISPLAY "Límite de exposición actualizado"
                   STRING "Limite: " DELIMITED BY SIZE
                       EGRP-LIMIT DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   MOVE "GROUP-LIMIT" TO WS-AUDIT-OPERATION
                   MOVE EGRP-ID TO WS-AUDIT-KEY
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

           CLOSE ECONOMIC-GROUPS-FILE.

       ADD-MEMBER.
           DISPLAY "Número de grupo: ".
           ACCEPT WANTED-GROUP.

           OPEN INPUT ECONOMIC-GROUPS-FILE.

           MOVE WANTED-GROUP TO EGRP-ID.

           READ ECONOMIC-GROUPS-FILE
               KEY IS EGRP-ID
               INVALID KEY
                   DISPLAY "El grupo no existe"
                   CLOSE ECONOMIC-GROUPS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE ECONOMIC-GROUPS-FILE.

           IF EGRP-DISSOLVED
               DISPLAY "El grupo está disuelto"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "DNI o CUIT del integrante: ".
           ACCEPT MEMBER-INPUT.

           PERFORM UBICAR-CLIENTE-INTEGRANTE.

           IF INVALID-MEMBER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY
           "Vínculo: C controlante, S socio/accionista, "
           "V sociedad vinculada: ".
           ACCEPT NEW-ROLE.

           MOVE NEW-ROLE TO GMEM-ROLE.

           IF NOT GMEM-ROLE-VALID
               DISPLAY "Vínculo inválido"
               EXIT PARAGRAPH
           END-IF.

           MOVE MEMBER-DNI TO GMEM-DNI.
           MOVE WANTED-GROUP TO GMEM-GROUP-ID.
           MOVE WS-BUSINESS-DATE TO GMEM-ADDED-DATE.
           MOVE WS-SESSION-USER TO GMEM-ADDED-BY.

           OPEN I-O GROUP-MEMBERS-FILE.

           WRITE GROUP-MEMBER-RECORD
               INVALID KEY
                   DISPLAY
                   "El cliente ya integra un grupo económico"
               NOT INVALID KEY
                   DISPLAY "Integrante agregado al grupo"
                   MOVE "ADD-GROUP-MEMBER" TO WS-AUDIT-OPERATION
                   MOVE WANTED-GROUP TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "DNI: " DELIMITED BY SIZE
                       MEMBER-DNI DELIMITED BY SIZE
                       " vinculo " DELIMITED BY SIZE
                       GMEM-ROLE DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-WRITE.

           CLOSE GROUP-MEMBERS-FILE.

       UBICAR-CLIENTE-INTEGRANTE.
           SET INVALID-MEMBER TO TRUE.
           MOVE ZERO TO MEMBER-DNI.

           IF MEMBER-INPUT > 99999999
               PERFORM BUSCAR-CLIENTE-POR-CUIT
           ELSE
               MOVE MEMBER-INPUT TO MEMBER-DNI
           END-IF.

           IF MEMBER-DNI = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CLIENTS-FILE.

           MOVE MEMBER-DNI TO CLIENT-DNI.

           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   DISPLAY "El DNI no corresponde a un cliente"
               NOT INVALID KEY
                   DISPLAY "Cliente: " CLIENT-NAME
                   SET VALID-MEMBER TO TRUE
           END-READ.

           CLOSE CLIENTS-FILE.

       BUSCAR-CLIENTE-POR-CUIT.
           MOVE MEMBER-INPUT TO WS-CUIT.

           CALL "./common/cuit-check-digit"
               USING WS-CUIT WS-CUIT-RESULT.

           IF CUIT-BAD
               DISPLAY "El CUIT no supera el dígito verificador"
               EXIT PARAGRAPH
           END-IF.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CLIENTS-FILE.

           IF F-STATUS NOT = "00"
               CLOSE CLIENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CLIENTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CLIENT-CUIT = WS-CUIT
                           MOVE CLIENT-DNI TO MEMBER-DNI
                           SET F-ENDED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLIENTS-FILE.

           IF MEMBER-DNI = ZERO
               DISPLAY "El CUIT no corresponde a un cliente"
           END-IF.

       REMOVE-MEMBER.
           DISPLAY "DNI del integrante a quitar: ".
           ACCEPT MEMBER-DNI.

           OPEN I-O GROUP-MEMBERS-FILE.

           MOVE MEMBER-DNI TO GMEM-DNI.

           READ GROUP-MEMBERS-FILE
               KEY IS GMEM-DNI
               INVALID KEY
                   DISPLAY "El DNI no integra ningún grupo"
               NOT INVALID KEY
                   DELETE GROUP-MEMBERS-FILE
                       INVALID KEY
                           DISPLAY
                           "No fue posible quitar el integrante"
                       NOT INVALID KEY
                           DISPLAY "Integrante quitado del grupo "
                               GMEM-GROUP-ID
                           MOVE "REMOVE-GROUP-MEMBER"
                               TO WS-AUDIT-OPERATION
                           MOVE GMEM-GROUP-ID TO WS-AUDIT-KEY
                           MOVE SPACES TO WS-AUDIT-BEFORE
                           MOVE SPACES TO WS-AUDIT-AFTER
                           STRING "DNI: " DELIMITED BY SIZE
                               MEMBER-DNI DELIMITED BY SIZE
                               INTO WS-AUDIT-BEFORE
                           PERFORM LOG-AUDIT-ENTRY
                   END-DELETE
           END-READ.

           CLOSE GROUP-MEMBERS-FILE.

       SHOW-GROUP.
           DISPLAY "Número de grupo: ".
           ACCEPT WANTED-GROUP.

           OPEN INPUT ECONOMIC-GROUPS-FILE.

           MOVE WANTED-GROUP TO EGRP-ID.

           READ ECONOMIC-GROUPS-FILE
               KEY IS EGRP-ID
               INVALID KEY
                   DISPLAY "El grupo no existe"
                   CLOSE ECONOMIC-GROUPS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE ECONOMIC-GROUPS-FILE.

           MOVE EGRP-LIMIT TO WS-LIMIT-EDIT.
           DISPLAY "Grupo " EGRP-ID " " EGRP-NAME
               " estado " EGRP-STATUS.
           DISPLAY "Límite de exposición: " WS-LIMIT-EDIT.

           PERFORM LISTAR-INTEGRANTES.

           IF MEMBERS-LISTED = ZERO
               DISPLAY "El grupo no tiene integrantes"
               EXIT PARAGRAPH
           END-IF.

           IF EGRP-DISSOLVED
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/group-exposure"
               USING FIRST-MEMBER-DNI EXP-GROUP-ID EXP-GROUP-LIMIT
               EXP-EXPOSURE EXP-USD-RATE.

           MOVE EXP-EXPOSURE TO WS-EXPOSURE-EDIT.

           IF EXP-EXPOSURE >= EGRP-LIMIT * 999
               MOVE 99999.99 TO LIMIT-USED
           ELSE
               COMPUTE LIMIT-USED ROUNDED =
                   EXP-EXPOSURE * 100 / EGRP-LIMIT
           END-IF.

           MOVE LIMIT-USED TO WS-USED-EDIT.
           DISPLAY "Exposición (préstamos y descubiertos): "
               WS-EXPOSURE-EDIT " - " WS-USED-EDIT "% del límite".

       LISTAR-INTEGRANTES.
           MOVE ZERO TO MEMBERS-LISTED.
           MOVE ZERO TO FIRST-MEMBER-DNI.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT GROUP-MEMBERS-FILE.

           IF F-MEMBERS-STATUS NOT = "00"
               CLOSE GROUP-MEMBERS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CLIENTS-FILE.

           MOVE WANTED-GROUP TO GMEM-GROUP-ID.

           START GROUP-MEMBERS-FILE
               KEY IS GREATER THAN OR EQUAL TO GMEM-GROUP-ID
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ GROUP-MEMBERS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF GMEM-GROUP-ID NOT = WANTED-GROUP
                           SET F-ENDED TO TRUE
                       ELSE
                           PERFORM MOSTRAR-INTEGRANTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLIENTS-FILE.
           CLOSE GROUP-MEMBERS-FILE.

       MOSTRAR-INTEGRANTE.
           ADD 1 TO MEMBERS-LISTED.

           IF FIRST-MEMBER-DNI = ZERO
               MOVE GMEM-DNI TO FIRST-MEMBER-DNI
           END-IF.

           MOVE GMEM-DNI TO CLIENT-DNI.

           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   MOVE SPACES TO CLIENT-NAME
                   MOVE ZERO TO CLIENT-CUIT
           END-READ.

           DISPLAY "  DNI " GMEM-DNI " CUIT " CLIENT-CUIT
               " vínculo " GMEM-ROLE " " CLIENT-NAME.

       DISSOLVE-GROUP.
           DISPLAY "Número de grupo: ".
           ACCEPT WANTED-GROUP.

           PERFORM LISTAR-INTEGRANTES.

           IF MEMBERS-LISTED > ZERO
               DISPLAY
               "Quite primero a los integrantes del grupo"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ECONOMIC-GROUPS-FILE.

           MOVE WANTED-GROUP TO EGRP-ID.

           READ ECONOMIC-GROUPS-FILE
               KEY IS EGRP-ID
               INVALID KEY
                   DISPLAY "El grupo no existe"
               NOT INVALID KEY
                   SET EGRP-DISSOLVED TO TRUE
                   REWRITE ECONOMIC-GROUP-RECORD
                       INVALID KEY
                           DISPLAY
                           "No fue posible disolver el grupo"
                       NOT INVALID KEY
                           DISPLAY "Grupo disuelto"
                           MOVE "DISSOLVE-GROUP"
                               TO WS-AUDIT-OPERATION
                           MOVE EGRP-ID TO WS-AUDIT-KEY
                           MOVE "Estado: A" TO WS-AUDIT-BEFORE
                           MOVE "Estado: D" TO WS-AUDIT-AFTER
                           PERFORM LOG-AUDIT-ENTRY
                   END-REWRITE
           END-READ.

           CLOSE ECONOMIC-GROUPS-FILE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM economic-groups.
