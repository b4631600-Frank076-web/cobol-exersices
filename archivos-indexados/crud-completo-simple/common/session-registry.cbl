       IDENTIFICATION DIVISION.
       PROGRAM-ID. session-registry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL SESSION-TIMEOUT-FILE
       ASSIGN TO "session-timeout.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-TIMEOUT-CTL-STATUS.

       COPY "../copylib/physic-active-sessions.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-TIMEOUT-FILE.
       01  SESSION-TIMEOUT-RECORD.
           05  STO-IDLE-MINUTES PIC 9(3).

       COPY "../copylib/logic-active-sessions.cpy".

       WORKING-STORAGE SECTION.
       01  F-TIMEOUT-CTL-STATUS PIC XX.
       01  F-ACTIVE-SESSIONS-STATUS PIC XX.

       01  IDLE-LIMIT-MINUTES PIC 9(3) VALUE 30.
       01  IDLE-MINUTES PIC 9(7).

       01  NOW-STAMP PIC X(14).
       01  NOW-DATE PIC 9(8).
       01  NOW-TIME PIC 9(6).
       01  NOW-TIME-R REDEFINES NOW-TIME.
           05  NOW-HH PIC 99.
           05  NOW-MI PIC 99.
           05  NOW-SS PIC 99.
       01  LAST-TIME PIC 9(6).
       01  LAST-TIME-R REDEFINES LAST-TIME.
           05  LAST-HH PIC 99.
           05  LAST-MI PIC 99.
           05  LAST-SS PIC 99.
       01  NOW-MINUTES PIC 9(12).
       01  LAST-MINUTES PIC 9(12).

       01  WS-TERMINAL PIC X(20).

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       LINKAGE SECTION.
       01  LS-MODE PIC X.
           88  LS-LOGIN VALUE 'I'.
           88  LS-TOUCH VALUE 'T'.
           88  LS-LOGOFF VALUE 'O'.
       01  LS-USER PIC X(30).
       01  LS-SESSION-ID PIC X(12).
       01  LS-BRANCH PIC 9(3).
       01  LS-RESULT PIC X.
           88  LS-SESSION-OK VALUE 'Y'.
           88  LS-SESSION-REFUSED VALUE 'N'.
           88  LS-SESSION-EXPIRED VALUE 'X'.
           88  LS-SESSION-FORCED VALUE 'F'.

       PROCEDURE DIVISION
           USING LS-MODE LS-USER LS-SESSION-ID LS-BRANCH LS-RESULT.

           SET LS-SESSION-OK TO TRUE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP.
           MOVE NOW-STAMP(1:8) TO NOW-DATE.
           MOVE NOW-STAMP(9:6) TO NOW-TIME.

           PERFORM LEER-TIEMPO-INACTIVIDAD.

           EVALUATE TRUE
               WHEN LS-LOGIN
                   PERFORM INICIAR-SESION
               WHEN LS-TOUCH
                   PERFORM VERIFICAR-SESION
               WHEN LS-LOGOFF
                   PERFORM TERMINAR-SESION
           END-EVALUATE.

           GOBACK.

       LEER-TIEMPO-INACTIVIDAD.
           OPEN INPUT SESSION-TIMEOUT-FILE.

           IF F-TIMEOUT-CTL-STATUS = "00"
               READ SESSION-TIMEOUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STO-IDLE-MINUTES IS NUMERIC
                           AND STO-IDLE-MINUTES > ZERO
                           MOVE STO-IDLE-MINUTES TO IDLE-LIMIT-MINUTES
                       END-IF
               END-READ
           END-IF.

           CLOSE SESSION-TIMEOUT-FILE.

       INICIAR-SESION.
           ACCEPT WS-TERMINAL FROM ENVIRONMENT "CAJA-TERMINAL".

           IF WS-TERMINAL = SPACES
               ACCEPT WS-TERMINAL FROM ENVIRONMENT "HOSTNAME"
           END-IF.

           IF WS-TERMINAL = SPACES
               MOVE "CONSOLA" TO WS-TERMINAL
           END-IF.

           OPEN I-O ACTIVE-SESSIONS-FILE.

           IF F-ACTIVE-SESSIONS-STATUS NOT = "00"
               AND F-ACTIVE-SESSIONS-STATUS NOT = "05"
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-USER TO SES-USER.

           READ ACTIVE-SESSIONS-FILE
               KEY IS SES-USER
               INVALID KEY
                   PERFORM GRABAR-SESION-NUEVA
                   CLOSE ACTIVE-SESSIONS-FILE
                   EXIT PARAGRAPH
           END-READ.

           PERFORM CALCULAR-INACTIVIDAD.

           IF SES-ACTIVE AND IDLE-MINUTES < IDLE-LIMIT-MINUTES
               DISPLAY "El usuario " LS-USER
               DISPLAY "ya tiene una sesión activa en la terminal "
                   SES-TERMINAL
               DISPLAY "iniciada el " SES-LOGIN-DATE " a las "
                   SES-LOGIN-TIME
               DISPLAY "Cierre esa sesión o solicite a un "
                   "administrador que la finalice."
               SET LS-SESSION-REFUSED TO TRUE
               MOVE "LOGIN-REFUSED" TO WS-AUDIT-OPERATION
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "Activa en " DELIMITED BY SIZE
                   SES-TERMINAL DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               MOVE LS-USER TO WS-AUDIT-AFTER
               CLOSE ACTIVE-SESSIONS-FILE
               PERFORM LOG-AUDIT-ENTRY
               EXIT PARAGRAPH
           END-IF.

           PERFORM ARMAR-SESION.

           REWRITE ACTIVE-SESSION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           CLOSE ACTIVE-SESSIONS-FILE.

       GRABAR-SESION-NUEVA.
           PERFORM ARMAR-SESION.

           WRITE ACTIVE-SESSION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       ARMAR-SESION.
           MOVE LS-USER TO SES-USER.
           MOVE LS-SESSION-ID TO SES-SESSION-ID.
           MOVE WS-TERMINAL TO SES-TERMINAL.
           MOVE LS-BRANCH TO SES-BRANCH.
           MOVE NOW-DATE TO SES-LOGIN-DATE.
           MOVE NOW-TIME TO SES-LOGIN-TIME.
           MOVE NOW-DATE TO SES-LAST-DATE.
           MOVE NOW-TIME TO SES-LAST-TIME.
           SET SES-ACTIVE TO TRUE.
           MOVE SPACES TO SES-FORCED-BY.

       VERIFICAR-SESION.
           OPEN I-O ACTIVE-SESSIONS-FILE.

           IF F-ACTIVE-SESSIONS-STATUS NOT = "00"
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-USER TO SES-USER.

           READ ACTIVE-SESSIONS-FILE
               KEY IS SES-USER
               INVALID KEY
                   SET LS-SESSION-FORCED TO TRUE
                   CLOSE ACTIVE-SESSIONS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF SES-SESSION-ID NOT = LS-SESSION-ID
               SET LS-SESSION-FORCED TO TRUE
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           IF SES-FORCED-OFF
               SET LS-SESSION-FORCED TO TRUE
               DELETE ACTIVE-SESSIONS-FILE RECORD
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-INACTIVIDAD.

           IF IDLE-MINUTES >= IDLE-LIMIT-MINUTES
               SET LS-SESSION-EXPIRED TO TRUE
               DELETE ACTIVE-SESSIONS-FILE RECORD
               CLOSE ACTIVE-SESSIONS-FILE
               MOVE "SESSION-TIMEOUT" TO WS-AUDIT-OPERATION
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "Inactiva " DELIMITED BY SIZE
                   IDLE-MINUTES DELIMITED BY SIZE
                   " min en " DELIMITED BY SIZE
                   SES-TERMINAL DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE
               MOVE LS-USER TO WS-AUDIT-AFTER
               PERFORM LOG-AUDIT-ENTRY
               EXIT PARAGRAPH
           END-IF.

           MOVE NOW-DATE TO SES-LAST-DATE.
           MOVE NOW-TIME TO SES-LAST-TIME.

           REWRITE ACTIVE-SESSION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           CLOSE ACTIVE-SESSIONS-FILE.

       TERMINAR-SESION.
           OPEN I-O ACTIVE-SESSIONS-FILE.

           IF F-ACTIVE-SESSIONS-STATUS NOT = "00"
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-USER TO SES-USER.

           READ ACTIVE-SESSIONS-FILE
               KEY IS SES-USER
               INVALID KEY
                   CLOSE ACTIVE-SESSIONS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF SES-SESSION-ID = LS-SESSION-ID
               DELETE ACTIVE-SESSIONS-FILE RECORD
           END-IF.

           CLOSE ACTIVE-SESSIONS-FILE.

       CALCULAR-INACTIVIDAD.
           MOVE SES-LAST-TIME TO LAST-TIME.

           COMPUTE NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(NOW-DATE) * 1440
               + NOW-HH * 60 + NOW-MI.
           COMPUTE LAST-MINUTES =
               FUNCTION INTEGER-OF-DATE(SES-LAST-DATE) * 1440
               + LAST-HH * 60 + LAST-MI.

           IF NOW-MINUTES > LAST-MINUTES
               COMPUTE IDLE-MINUTES = NOW-MINUTES - LAST-MINUTES
           ELSE
               MOVE ZERO TO IDLE-MINUTES
           END-IF.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-KEY.
           MOVE LS-SESSION-ID TO WS-AUDIT-KEY.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM session-registry.
