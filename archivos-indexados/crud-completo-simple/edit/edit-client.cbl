       01  WS-NUEVA-EDAD PIC 9(3).
       01  WS-MENSAJE-ERROR PIC X(60).

       01  WS-EMPRESA-FLAG PIC X VALUE 'N'.
           88  CLIENTE-ES-EMPRESA VALUE 'Y'.
       01  ACTUALIZAR-BENEFICIARIOS PIC X.
           88  BENEFICIARIOS-CONFIRMADO VALUE 'S'.

       01  FORM-STATE PIC X.
           88  FORM-ACCEPTED VALUE 'A'.
           88  FORM-CANCELLED VALUE 'C'.
       PROCEDURE DIVISION.

           SET FORM-PENDING TO TRUE.
           MOVE 'N' TO WS-EMPRESA-FLAG.
           MOVE SPACES TO WS-MENSAJE-ERROR.

           PERFORM CAPTURAR-DNI
               NOT INVALID KEY
                   MOVE CLIENT-RECORD TO WS-REGISTRO-LEIDO
                   IF CLIENT-ACTIVE
                       IF CLIENT-IS-BUSINESS
                           SET CLIENTE-ES-EMPRESA TO TRUE
                       END-IF
                       PERFORM EDIT-CLIENT
                   ELSE
                       DISPLAY

           CLOSE CLIENTS-FILE.

           IF CLIENTE-ES-EMPRESA
               DISPLAY
               "¿Actualiza los beneficiarios finales? (S) | (N)"
               ACCEPT ACTUALIZAR-BENEFICIARIOS
               IF BENEFICIARIOS-CONFIRMADO
                   CALL "./edit/edit-beneficial-owners"
                       USING WS-CAPTURA-DNI
               END-IF
           END-IF.

           GOBACK.

       CAPTURAR-DNI.
