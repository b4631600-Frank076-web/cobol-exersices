       IDENTIFICATION DIVISION.
       PROGRAM-ID. session-admin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-active-sessions.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-active-sessions.cpy".

       WORKING-STORAGE SECTION.
       01  F-ACTIVE-SESSIONS-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  SA-LIST VALUE 1.
           88  SA-FORCE-ONE VALUE 2.
           88  SA-FORCE-ALL VALUE 3.
           88  SA-EXIT VALUE 4.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  WANTED-USER PIC X(30).
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.
       01  SESSIONS-FORCED PIC 9(4) VALUE ZERO.
       01  WS-STATE-TEXT PIC X(16).

       01  CONFIRMAR-CIERRE PIC X.
           88  CIERRE-CONFIRMADO VALUE 'S'.

       01  WS-SESSION-USER PIC X(30).

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "FORCED-LOGOFF".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.

           PERFORM SHOW-SESSIONS-MENU UNTIL SA-EXIT.

           GOBACK.

       SHOW-SESSIONS-MENU.
           DISPLAY "--- Sesiones activas ---".
           DISPLAY "Listar sesiones (1)".
           DISPLAY "Forzar cierre de la sesión de un usuario (2)".
           DISPLAY "Forzar cierre de todas las sesiones (3)".
           DISPLAY "Volver (4)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN SA-LIST
                   PERFORM LIST-SESSIONS
               WHEN SA-FORCE-ONE
                   PERFORM FORCE-ONE-LOGOFF
               WHEN SA-FORCE-ALL
                   PERFORM FORCE-ALL-LOGOFF
               WHEN SA-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       LIST-SESSIONS.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT ACTIVE-SESSIONS-FILE.

           IF F-ACTIVE-SESSIONS-STATUS NOT = "00"
               DISPLAY "No hay sesiones registradas"
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ ACTIVE-SESSIONS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF SES-FORCED-OFF
                           MOVE "CIERRE PENDIENTE" TO WS-STATE-TEXT
                       ELSE
                           MOVE "ACTIVA" TO WS-STATE-TEXT
                       END-IF
                       DISPLAY SES-USER " " SES-TERMINAL
                           " Suc " SES-BRANCH " " WS-STATE-TEXT
                       DISPLAY "    Ingreso " SES-LOGIN-DATE " "
                           SES-LOGIN-TIME " Ultima actividad "
                           SES-LAST-DATE " " SES-LAST-TIME
                       ADD 1 TO ROWS-LISTED
               END-READ
           END-PERFORM.

           CLOSE ACTIVE-SESSIONS-FILE.

           DISPLAY "Sesiones: " ROWS-LISTED.

       FORCE-ONE-LOGOFF.
           DISPLAY "Usuario: ".
           ACCEPT WANTED-USER.

           IF WANTED-USER = WS-SESSION-USER
               DISPLAY "Para cerrar su propia sesión use Salir"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ACTIVE-SESSIONS-FILE.

           IF F-ACTIVE-SESSIONS-STATUS NOT = "00"
               DISPLAY "No hay sesiones registradas"
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-USER TO SES-USER.

           READ ACTIVE-SESSIONS-FILE
               KEY IS SES-USER
               INVALID KEY
                   DISPLAY "El usuario no tiene una sesión activa"
                   CLOSE ACTIVE-SESSIONS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF SES-FORCED-OFF
               DISPLAY "El cierre de esa sesión ya fue solicitado"
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Sesión en " SES-TERMINAL " desde " SES-LOGIN-DATE
               " " SES-LOGIN-TIME.
           DISPLAY "¿Confirma el cierre forzado? (S) | (N)".
           ACCEPT CONFIRMAR-CIERRE.

           IF NOT CIERRE-CONFIRMADO
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM MARCAR-CIERRE-FORZADO.

           CLOSE ACTIVE-SESSIONS-FILE.

           DISPLAY "Cierre solicitado: la terminal se desconecta en "
               "su próxima operación".

       FORCE-ALL-LOGOFF.
           DISPLAY "Se cerrarán todas las sesiones salvo la suya. "
               "¿Confirma? (S) | (N)".
           ACCEPT CONFIRMAR-CIERRE.

           IF NOT CIERRE-CONFIRMADO
               EXIT PARAGRAPH
           END-IF.

           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO SESSIONS-FORCED.

           OPEN I-O ACTIVE-SESSIONS-FILE.

           IF F-ACTIVE-SESSIONS-STATUS NOT = "00"
               DISPLAY "No hay sesiones registradas"
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ ACTIVE-SESSIONS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF SES-ACTIVE
                           AND SES-USER NOT = WS-SESSION-USER
                           PERFORM MARCAR-CIERRE-FORZADO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACTIVE-SESSIONS-FILE.

           DISPLAY "Sesiones con cierre solicitado: " SESSIONS-FORCED.

       MARCAR-CIERRE-FORZADO.
           SET SES-FORCED-OFF TO TRUE.
           MOVE WS-SESSION-USER TO SES-FORCED-BY.

           REWRITE ACTIVE-SESSION-RECORD
               INVALID KEY
                   DISPLAY "No fue posible marcar la sesión de "
                       SES-USER
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO SESSIONS-FORCED.

           MOVE SPACES TO WS-AUDIT-KEY.
           MOVE SES-SESSION-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING SES-USER DELIMITED BY SPACE
               " en " DELIMITED BY SIZE
               SES-TERMINAL DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Cerrada por " DELIMITED BY SIZE
               WS-SESSION-USER DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM session-admin.
