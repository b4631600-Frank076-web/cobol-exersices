       IDENTIFICATION DIVISION.
       PROGRAM-ID. access-recertification.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO "usuarios.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS UA-NOMBRE-USUARIO
       FILE STATUS IS F-USUARIOS-STATUS.

       COPY "../copylib/physic-access-recert.cpy".
       COPY "../copylib/physic-active-sessions.cpy".

       DATA DIVISION.
       FILE SECTION.
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

       COPY "../copylib/logic-access-recert.cpy".
       COPY "../copylib/logic-active-sessions.cpy".

       WORKING-STORAGE SECTION.
       01  F-USUARIOS-STATUS PIC XX.
       01  F-ACCESS-RECERT-STATUS PIC XX.
       01  F-ACTIVE-SESSIONS-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  AR-LIST VALUE 1.
           88  AR-CONFIRM VALUE 2.
           88  AR-REVOKE VALUE 3.
           88  AR-EXIT VALUE 4.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  RECERT-FOUND-FLAG PIC X.
           88  RECERT-FOUND VALUE 'S'.
           88  RECERT-NOT-FOUND VALUE 'N'.

       01  WANTED-USER PIC X(30).
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.

       01  CURRENT-QUARTER PIC 9(5).
       01  CURRENT-QUARTER-R REDEFINES CURRENT-QUARTER.
           05  CQ-YEAR PIC 9(4).
           05  CQ-QUARTER PIC 9.
       01  BUSINESS-DATE-R.
           05  BD-YEAR PIC 9(4).
           05  BD-MONTH PIC 99.
           05  BD-DAY PIC 99.

       01  CONFIRMAR-DECISION PIC X.
           88  DECISION-CONFIRMADA VALUE 'S'.

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

           MOVE WS-BUSINESS-DATE TO BUSINESS-DATE-R.
           MOVE BD-YEAR TO CQ-YEAR.
           COMPUTE CQ-QUARTER = (BD-MONTH - 1) / 3 + 1.

           PERFORM SHOW-RECERT-MENU UNTIL AR-EXIT.

           GOBACK.

       SHOW-RECERT-MENU.
           DISPLAY "--- Recertificación de accesos ---".
           DISPLAY "Trimestre " CURRENT-QUARTER " sucursal "
               WS-SESSION-BRANCH.
           DISPLAY "Listar usuarios pendientes de la sucursal (1)".
           DISPLAY "Confirmar acceso de un usuario (2)".
           DISPLAY "Revocar acceso de un usuario (3)".
           DISPLAY "Volver (4)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN AR-LIST
                   PERFORM LIST-PENDING
               WHEN AR-CONFIRM
                   PERFORM CONFIRM-ACCESS
               WHEN AR-REVOKE
                   PERFORM REVOKE-ACCESS
               WHEN AR-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       LIST-PENDING.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT ACCESS-RECERT-FILE.

           IF F-ACCESS-RECERT-STATUS NOT = "00"
               DISPLAY "No hay recertificaciones emitidas"
               CLOSE ACCESS-RECERT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-QUARTER TO ARC-QUARTER.
           MOVE LOW-VALUES TO ARC-USER.

           START ACCESS-RECERT-FILE
               KEY IS GREATER THAN OR EQUAL TO ARC-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ ACCESS-RECERT-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ARC-QUARTER NOT = CURRENT-QUARTER
                           SET F-ENDED TO TRUE
                       ELSE
                           IF ARC-PENDING
                               AND ARC-BRANCH = WS-SESSION-BRANCH
                               DISPLAY ARC-USER " rol " ARC-ROLE
                                   " conflictos " ARC-CONFLICTS
                                   " vence " ARC-DEADLINE-DATE
                               ADD 1 TO ROWS-LISTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCESS-RECERT-FILE.

           DISPLAY "Pendientes: " ROWS-LISTED.

       CONFIRM-ACCESS.
           PERFORM BUSCAR-RECERTIFICACION.

           IF RECERT-NOT-FOUND
               CLOSE ACCESS-RECERT-FILE
               EXIT PARAGRAPH
           END-IF.

           SET ARC-CONFIRMED TO TRUE.
           MOVE WS-SESSION-USER TO ARC-DECIDED-BY.
           MOVE WS-BUSINESS-DATE TO ARC-DECIDED-DATE.

           REWRITE ACCESS-RECERT-RECORD
               INVALID KEY
                   DISPLAY "No fue posible registrar la confirmación"
                   CLOSE ACCESS-RECERT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.

           CLOSE ACCESS-RECERT-FILE.

           DISPLAY "Acceso confirmado".

           MOVE "RECERT-CONFIRM" TO WS-AUDIT-OPERATION.
           MOVE ARC-USER TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Confirmado por " DELIMITED BY SIZE
               WS-SESSION-USER DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       REVOKE-ACCESS.
           PERFORM BUSCAR-RECERTIFICACION.

           IF RECERT-NOT-FOUND
               CLOSE ACCESS-RECERT-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "El usuario quedará dado de baja. "
               "¿Confirma? (S) | (N)".
           ACCEPT CONFIRMAR-DECISION.

           IF NOT DECISION-CONFIRMADA
               CLOSE ACCESS-RECERT-FILE
               EXIT PARAGRAPH
           END-IF.

           SET ARC-REVOKED TO TRUE.
           MOVE WS-SESSION-USER TO ARC-DECIDED-BY.
           MOVE WS-BUSINESS-DATE TO ARC-DECIDED-DATE.

           REWRITE ACCESS-RECERT-RECORD
               INVALID KEY
                   DISPLAY "No fue posible registrar la revocación"
                   CLOSE ACCESS-RECERT-FILE
                   EXIT PARAGRAPH
           END-REWRITE.

           CLOSE ACCESS-RECERT-FILE.

           MOVE "RECERT-REVOKE" TO WS-AUDIT-OPERATION.
           MOVE ARC-USER TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Revocado por " DELIMITED BY SIZE
               WS-SESSION-USER DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

           PERFORM DAR-DE-BAJA-USUARIO.

       BUSCAR-RECERTIFICACION.
           SET RECERT-NOT-FOUND TO TRUE.

           DISPLAY "Usuario: ".
           ACCEPT WANTED-USER.

           OPEN I-O ACCESS-RECERT-FILE.

           IF F-ACCESS-RECERT-STATUS NOT = "00"
               DISPLAY "No hay recertificaciones emitidas"
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-QUARTER TO ARC-QUARTER.
           MOVE WANTED-USER TO ARC-USER.

           READ ACCESS-RECERT-FILE
               KEY IS ARC-KEY
               INVALID KEY
                   DISPLAY "El usuario no tiene recertificación "
                       "en este trimestre"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ARC-PENDING
               DISPLAY "La recertificación ya fue resuelta el "
                   ARC-DECIDED-DATE " por " ARC-DECIDED-BY
               EXIT PARAGRAPH
           END-IF.

           IF ARC-BRANCH NOT = WS-SESSION-BRANCH
               DISPLAY "El usuario pertenece a la sucursal "
                   ARC-BRANCH
               EXIT PARAGRAPH
           END-IF.

           IF ARC-USER = WS-SESSION-USER
               DISPLAY "No puede recertificar su propio acceso"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Usuario " ARC-USER " rol " ARC-ROLE
               " conflictos " ARC-CONFLICTS.
           DISPLAY "Vence " ARC-DEADLINE-DATE.

           SET RECERT-FOUND TO TRUE.

       DAR-DE-BAJA-USUARIO.
           OPEN I-O USUARIOS-ARCHIVO.

           MOVE WANTED-USER TO UA-NOMBRE-USUARIO.

           READ USUARIOS-ARCHIVO
               KEY IS UA-NOMBRE-USUARIO
               INVALID KEY
                   DISPLAY "No existe ese usuario"
                   CLOSE USUARIOS-ARCHIVO
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'N' TO UA-ACTIVO.

           REWRITE REGISTRO-USUARIO
               INVALID KEY
                   DISPLAY "No fue posible dar de baja al usuario"
                   CLOSE USUARIOS-ARCHIVO
                   EXIT PARAGRAPH
           END-REWRITE.

           CLOSE USUARIOS-ARCHIVO.

           DISPLAY "Acceso revocado: usuario dado de baja".

           MOVE "DISABLE-USER" TO WS-AUDIT-OPERATION.
           MOVE WANTED-USER TO WS-AUDIT-BEFORE.
           MOVE "Baja por recertificación" TO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

           PERFORM FORZAR-CIERRE-SESION.

       FORZAR-CIERRE-SESION.
           OPEN I-O ACTIVE-SESSIONS-FILE.

           IF F-ACTIVE-SESSIONS-STATUS NOT = "00"
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-USER TO SES-USER.

           READ ACTIVE-SESSIONS-FILE
               KEY IS SES-USER
               INVALID KEY
                   CLOSE ACTIVE-SESSIONS-FILE
                   EXIT PARAGRAPH
           END-READ.

           SET SES-FORCED-OFF TO TRUE.
           MOVE WS-SESSION-USER TO SES-FORCED-BY.

           REWRITE ACTIVE-SESSION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           CLOSE ACTIVE-SESSIONS-FILE.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-KEY.
           MOVE CURRENT-QUARTER TO WS-AUDIT-KEY.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM access-recertification.
