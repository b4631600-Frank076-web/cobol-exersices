       IDENTIFICATION DIVISION.
       PROGRAM-ID. kyc-review.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-client-risk.cpy".
       COPY "../copylib/physic-clients.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-client-risk.cpy".
       COPY "../copylib/logic-clients.cpy".

       WORKING-STORAGE SECTION.
       01  F-RISK-STATUS PIC XX.
       01  F-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  KYC-WORKLIST VALUE 1.
           88  KYC-REGISTER VALUE 2.
           88  KYC-INQUIRY VALUE 3.
           88  KYC-EXIT VALUE 4.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  WANTED-BRANCH PIC 9(3).
       01  WANTED-DNI PIC 9(8).
       01  DUE-SOON-DAYS PIC 9(3) VALUE 30.
       01  FAR-OVERDUE-DAYS PIC 9(3) VALUE 90.
       01  DUE-LIMIT-DATE PIC 9(8).
       01  DAYS-OVERDUE PIC S9(5).
       01  DAYS-EDIT PIC -ZZZZ9.
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.
       01  ROWS-FAR-OVERDUE PIC 9(4) VALUE ZERO.
       01  WS-CLIENT-NAME PIC X(30).
       01  WS-STATE-TEXT PIC X(12).

       01  CONFIRMAR-REVISION PIC X.
           88  REVISION-CONFIRMADA VALUE 'S'.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "KYC-REVIEW".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           COMPUTE DUE-LIMIT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               + DUE-SOON-DAYS).

           PERFORM SHOW-KYC-MENU UNTIL KYC-EXIT.

           GOBACK.

       SHOW-KYC-MENU.
           DISPLAY "--- Revisiones KYC ---".
           DISPLAY "Pendientes por sucursal (1)".
           DISPLAY "Registrar revisión realizada (2)".
           DISPLAY "Consultar calificación de un cliente (3)".
           DISPLAY "Volver (4)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN KYC-WORKLIST
                   PERFORM LIST-DUE-REVIEWS
               WHEN KYC-REGISTER
                   PERFORM REGISTER-REVIEW
               WHEN KYC-INQUIRY
                   PERFORM SHOW-CLIENT-RATING
               WHEN KYC-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       LIST-DUE-REVIEWS.
           DISPLAY "Sucursal (0 = todas): ".
           ACCEPT WANTED-BRANCH.

           MOVE ZERO TO ROWS-LISTED.
           MOVE ZERO TO ROWS-FAR-OVERDUE.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CLIENT-RISK-FILE.

           IF F-RISK-STATUS NOT = "00"
               DISPLAY
               "No hay calificaciones de riesgo, ejecute el proceso "
               "de calificación"
               CLOSE CLIENT-RISK-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-BRANCH TO CRSK-BRANCH.

           START CLIENT-RISK-FILE
               KEY IS GREATER THAN OR EQUAL TO CRSK-BRANCH
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ CLIENT-RISK-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF WANTED-BRANCH NOT = ZERO
                           AND CRSK-BRANCH NOT = WANTED-BRANCH
                           SET F-ENDED TO TRUE
                       ELSE
                           IF CRSK-NEXT-REVIEW-DATE <= DUE-LIMIT-DATE
                               PERFORM MOSTRAR-PENDIENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLIENT-RISK-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "No hay revisiones vencidas ni próximas"
           ELSE
               DISPLAY "Revisiones listadas: " ROWS-LISTED
                   " (muy vencidas: " ROWS-FAR-OVERDUE ")"
           END-IF.

       MOSTRAR-PENDIENTE.
           ADD 1 TO ROWS-LISTED.

           COMPUTE DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(CRSK-NEXT-REVIEW-DATE).

           EVALUATE TRUE
               WHEN DAYS-OVERDUE > FAR-OVERDUE-DAYS
                   MOVE "MUY VENCIDA" TO WS-STATE-TEXT
                   ADD 1 TO ROWS-FAR-OVERDUE
               WHEN DAYS-OVERDUE > ZERO
                   MOVE "VENCIDA" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "PROXIMA" TO WS-STATE-TEXT
           END-EVALUATE.

           MOVE CRSK-DNI TO WANTED-DNI.
           PERFORM BUSCAR-NOMBRE.

           MOVE DAYS-OVERDUE TO DAYS-EDIT.

           DISPLAY
           "Suc " CRSK-BRANCH
           " DNI " CRSK-DNI
           " " WS-CLIENT-NAME
           " riesgo " CRSK-RATING
           " revisar " CRSK-NEXT-REVIEW-DATE
           " " WS-STATE-TEXT
           " dias " DAYS-EDIT.

       REGISTER-REVIEW.
           DISPLAY "DNI del cliente revisado: ".
           ACCEPT WANTED-DNI.

           OPEN I-O CLIENT-RISK-FILE.

           MOVE WANTED-DNI TO CRSK-DNI.

           READ CLIENT-RISK-FILE
               KEY IS CRSK-DNI
               INVALID KEY
                   DISPLAY
                   "El cliente no tiene calificación de riesgo"
                   CLOSE CLIENT-RISK-FILE
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-CALIFICACION.

           DISPLAY "¿Confirma la revisión KYC del cliente? (S) | (N)".
           ACCEPT CONFIRMAR-REVISION.

           IF NOT REVISION-CONFIRMADA
               DISPLAY "Revisión no registrada"
               CLOSE CLIENT-RISK-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CRSK-DNI TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Riesgo " DELIMITED BY SIZE
               CRSK-RATING DELIMITED BY SIZE
               " revisar " DELIMITED BY SIZE
               CRSK-NEXT-REVIEW-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.

           MOVE WS-BUSINESS-DATE TO CRSK-LAST-REVIEW-DATE.
           MOVE WS-SESSION-USER TO CRSK-REVIEWED-BY.

           CALL "./common/kyc-next-review"
               USING CRSK-RATING CRSK-LAST-REVIEW-DATE
               CRSK-NEXT-REVIEW-DATE.

           REWRITE CLIENT-RISK-RECORD
               INVALID KEY
                   DISPLAY "No fue posible registrar la revisión"
               NOT INVALID KEY
                   DISPLAY
                   "Revisión registrada, próxima revisión "
                   CRSK-NEXT-REVIEW-DATE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "Revisado, proxima " DELIMITED BY SIZE
                       CRSK-NEXT-REVIEW-DATE DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

           CLOSE CLIENT-RISK-FILE.

       SHOW-CLIENT-RATING.
           DISPLAY "DNI del cliente: ".
           ACCEPT WANTED-DNI.

           OPEN INPUT CLIENT-RISK-FILE.

           IF F-RISK-STATUS NOT = "00"
               DISPLAY
               "No hay calificaciones de riesgo, ejecute el proceso "
               "de calificación"
               CLOSE CLIENT-RISK-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-DNI TO CRSK-DNI.

           READ CLIENT-RISK-FILE
               KEY IS CRSK-DNI
               INVALID KEY
                   DISPLAY
                   "El cliente no tiene calificación de riesgo"
               NOT INVALID KEY
                   PERFORM MOSTRAR-CALIFICACION
           END-READ.

           CLOSE CLIENT-RISK-FILE.

       MOSTRAR-CALIFICACION.
           MOVE CRSK-DNI TO WANTED-DNI.
           PERFORM BUSCAR-NOMBRE.

           DISPLAY "Cliente " CRSK-DNI " " WS-CLIENT-NAME
               " sucursal " CRSK-BRANCH.
           DISPLAY "Riesgo " CRSK-RATING
               " (anterior " CRSK-PREV-RATING ")"
               " puntaje " CRSK-SCORE
               " calificado " CRSK-RATED-DATE.
           DISPLAY "  Lista de vigilancia " CRSK-ON-WATCHLIST
               " casos abiertos " CRSK-OPEN-CASES
               " cerrados " CRSK-CLOSED-CASES.
           DISPLAY "  Movimientos relevantes " CRSK-LARGE-MOVES
               " alertas " CRSK-ALERTS
               " productos " CRSK-PRODUCTS.
           DISPLAY "  Última revisión " CRSK-LAST-REVIEW-DATE
               " por " CRSK-REVIEWED-BY.
           DISPLAY "  Próxima revisión " CRSK-NEXT-REVIEW-DATE.

       BUSCAR-NOMBRE.
           MOVE SPACES TO WS-CLIENT-NAME.

           OPEN INPUT CLIENTS-FILE.

           IF F-STATUS = "00"
               MOVE WANTED-DNI TO CLIENT-DNI
               READ CLIENTS-FILE
                   KEY IS CLIENT-DNI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENT-NAME TO WS-CLIENT-NAME
               END-READ
           END-IF.

           CLOSE CLIENTS-FILE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM kyc-review.
