       IDENTIFICATION DIVISION.
       PROGRAM-ID. marketing-consents.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-marketing-consents.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-contacts.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-marketing-consents.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-contacts.cpy".

       WORKING-STORAGE SECTION.
       01  F-CONSENT-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-CONTACT-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  MK-OPT-IN VALUE 1.
           88  MK-OPT-OUT VALUE 2.
           88  MK-INQUIRY VALUE 3.
           88  MK-EXIT VALUE 4.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  CLIENT-FOUND-FLAG PIC X.
           88  CLIENT-FOUND VALUE 'Y'.
           88  CLIENT-NOT-FOUND VALUE 'N'.

       01  WANTED-DNI PIC 9(8).
       01  WANTED-CHANNEL PIC X.
           88  WANTED-CHANNEL-OK VALUE 'M' 'P' 'E'.
       01  PREVIOUS-STATUS PIC X.
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.
       01  CHANNEL-NAME PIC X(10).

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

           MOVE ZERO TO MENU-OPTION.

           PERFORM SHOW-CONSENTS-MENU UNTIL MK-EXIT.

           GOBACK.

       SHOW-CONSENTS-MENU.
           DISPLAY "--- Consentimientos de marketing ---".
           DISPLAY "Registrar consentimiento (1)".
           DISPLAY "Registrar revocación (2)".
           DISPLAY "Consultar consentimientos de un cliente (3)".
           DISPLAY "Volver (4)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN MK-OPT-IN
                   PERFORM REGISTER-OPT-IN
               WHEN MK-OPT-OUT
                   PERFORM REGISTER-OPT-OUT
               WHEN MK-INQUIRY
                   PERFORM SHOW-CLIENT-CONSENTS
               WHEN MK-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       REGISTER-OPT-IN.
           PERFORM ACCEPT-CLIENT-AND-CHANNEL.

           IF CLIENT-NOT-FOUND OR NOT WANTED-CHANNEL-OK
               EXIT PARAGRAPH
           END-IF.

           IF NOT CLIENT-ACTIVE OR CLIENT-IS-DECEASED
               DISPLAY "El cliente no está activo"
               EXIT PARAGRAPH
           END-IF.

           IF CLIENT-IS-CUSTODIAL
               DISPLAY
               "El cliente es menor bajo tutela: el "
               "consentimiento no puede registrarse a su nombre"
               EXIT PARAGRAPH
           END-IF.

           PERFORM WARN-MISSING-CONTACT-DATA.

           OPEN I-O MARKETING-CONSENTS-FILE.

           MOVE WANTED-DNI TO MC-DNI.
           MOVE WANTED-CHANNEL TO MC-CHANNEL.
           MOVE SPACE TO PREVIOUS-STATUS.

           READ MARKETING-CONSENTS-FILE
               KEY IS MC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MC-STATUS TO PREVIOUS-STATUS
           END-READ.

           IF PREVIOUS-STATUS = 'I'
               DISPLAY "El cliente ya tiene consentimiento vigente "
                   "para ese canal desde " MC-OPT-IN-DATE
               CLOSE MARKETING-CONSENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-DNI TO MC-DNI.
           MOVE WANTED-CHANNEL TO MC-CHANNEL.
           SET MC-OPTED-IN TO TRUE.
           MOVE WS-BUSINESS-DATE TO MC-OPT-IN-DATE.
           MOVE ZERO TO MC-OPT-OUT-DATE.
           MOVE WS-SESSION-USER TO MC-RECORDED-BY.
           MOVE WS-SESSION-BRANCH TO MC-BRANCH.

           IF PREVIOUS-STATUS = SPACE
               WRITE MARKETING-CONSENT-RECORD
                   INVALID KEY
                       DISPLAY
                       "No fue posible registrar el consentimiento"
                       CLOSE MARKETING-CONSENTS-FILE
                       EXIT PARAGRAPH
               END-WRITE
           ELSE
               REWRITE MARKETING-CONSENT-RECORD
                   INVALID KEY
                       DISPLAY
                       "No fue posible registrar el consentimiento"
                       CLOSE MARKETING-CONSENTS-FILE
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF.

           CLOSE MARKETING-CONSENTS-FILE.

           DISPLAY "Consentimiento registrado con fecha "
               WS-BUSINESS-DATE.

           MOVE "MKT-OPT-IN" TO WS-AUDIT-OPERATION.
           MOVE PREVIOUS-STATUS TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Canal " DELIMITED BY SIZE
               WANTED-CHANNEL DELIMITED BY SIZE
               " alta " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       REGISTER-OPT-OUT.
           PERFORM ACCEPT-CLIENT-AND-CHANNEL.

           IF CLIENT-NOT-FOUND OR NOT WANTED-CHANNEL-OK
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O MARKETING-CONSENTS-FILE.

           MOVE WANTED-DNI TO MC-DNI.
           MOVE WANTED-CHANNEL TO MC-CHANNEL.

           READ MARKETING-CONSENTS-FILE
               KEY IS MC-KEY
               INVALID KEY
                   DISPLAY "El cliente no tiene consentimiento "
                       "registrado para ese canal"
                   CLOSE MARKETING-CONSENTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF MC-OPTED-OUT
               DISPLAY "El consentimiento ya fue revocado el "
                   MC-OPT-OUT-DATE
               CLOSE MARKETING-CONSENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           SET MC-OPTED-OUT TO TRUE.
           MOVE WS-BUSINESS-DATE TO MC-OPT-OUT-DATE.
           MOVE WS-SESSION-USER TO MC-RECORDED-BY.
           MOVE WS-SESSION-BRANCH TO MC-BRANCH.

           REWRITE MARKETING-CONSENT-RECORD
               INVALID KEY
                   DISPLAY "No fue posible registrar la revocación"
                   CLOSE MARKETING-CONSENTS-FILE
                   EXIT PARAGRAPH
           END-REWRITE.

           CLOSE MARKETING-CONSENTS-FILE.

           DISPLAY "Revocación registrada con fecha "
               WS-BUSINESS-DATE.

           MOVE "MKT-OPT-OUT" TO WS-AUDIT-OPERATION.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Canal " DELIMITED BY SIZE
               WANTED-CHANNEL DELIMITED BY SIZE
               " alta " DELIMITED BY SIZE
               MC-OPT-IN-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Baja " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       SHOW-CLIENT-CONSENTS.
           DISPLAY "DNI del cliente: ".
           ACCEPT WANTED-DNI.

           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT MARKETING-CONSENTS-FILE.

           IF F-CONSENT-STATUS NOT = "00"
               DISPLAY "No hay consentimientos registrados"
               CLOSE MARKETING-CONSENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-DNI TO MC-DNI.
           MOVE LOW-VALUES TO MC-CHANNEL.

           START MARKETING-CONSENTS-FILE
               KEY IS GREATER THAN OR EQUAL TO MC-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ MARKETING-CONSENTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF MC-DNI NOT = WANTED-DNI
                           SET F-ENDED TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-CONSENT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MARKETING-CONSENTS-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "El cliente no tiene consentimientos "
                   "registrados: no recibe campañas"
           END-IF.

       SHOW-ONE-CONSENT.
           EVALUATE TRUE
               WHEN MC-CHANNEL-MAIL
                   MOVE "Correo" TO CHANNEL-NAME
               WHEN MC-CHANNEL-PHONE
                   MOVE "Teléfono" TO CHANNEL-NAME
               WHEN OTHER
                   MOVE "E-mail" TO CHANNEL-NAME
           END-EVALUATE.

           IF MC-OPTED-IN
               DISPLAY CHANNEL-NAME
                   " vigente desde " MC-OPT-IN-DATE
                   " registrado por " MC-RECORDED-BY
           ELSE
               DISPLAY CHANNEL-NAME
                   " alta " MC-OPT-IN-DATE
                   " revocado el " MC-OPT-OUT-DATE
                   " registrado por " MC-RECORDED-BY
           END-IF.

           ADD 1 TO ROWS-LISTED.

       ACCEPT-CLIENT-AND-CHANNEL.
           SET CLIENT-NOT-FOUND TO TRUE.

           DISPLAY "DNI del cliente: ".
           ACCEPT WANTED-DNI.

           OPEN INPUT CLIENTS-FILE.
           MOVE WANTED-DNI TO CLIENT-DNI.
           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   DISPLAY "El cliente no existe"
               NOT INVALID KEY
                   SET CLIENT-FOUND TO TRUE
           END-READ.
           CLOSE CLIENTS-FILE.

           IF CLIENT-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Canal: correo (M) | teléfono (P) | e-mail (E)".
           ACCEPT WANTED-CHANNEL.

           IF NOT WANTED-CHANNEL-OK
               DISPLAY "Canal inválido"
           END-IF.

       WARN-MISSING-CONTACT-DATA.
           MOVE SPACES TO CONTACT-ADDRESS-1.
           MOVE SPACES TO CONTACT-PHONE.
           MOVE SPACES TO CONTACT-EMAIL.

           OPEN INPUT CONTACTS-FILE.

           IF F-CONTACT-STATUS = "00"
               MOVE WANTED-DNI TO CONTACT-DNI
               READ CONTACTS-FILE
                   KEY IS CONTACT-DNI
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

           CLOSE CONTACTS-FILE.

           IF (WANTED-CHANNEL = 'M' AND CONTACT-ADDRESS-1 = SPACES)
               OR (WANTED-CHANNEL = 'P' AND CONTACT-PHONE = SPACES)
               OR (WANTED-CHANNEL = 'E' AND CONTACT-EMAIL = SPACES)
               DISPLAY
               "Aviso: el cliente no tiene cargado el dato de "
               "contacto de ese canal; no será incluido en "
               "campañas hasta completarlo"
           END-IF.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-KEY.
           MOVE WANTED-DNI TO WS-AUDIT-KEY.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM marketing-consents.
