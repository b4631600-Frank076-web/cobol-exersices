
       01  WS-MENSAJE-ERROR PIC X(60).

       01  CLIENT-WRITE-FLAG PIC X VALUE 'N'.
           88  CLIENT-ROW-WRITTEN VALUE 'Y'.
           88  CLIENT-ROW-PENDING VALUE 'N'.

       01  FORM-STATE PIC X.
           88  FORM-ACCEPTED VALUE 'A'.
           88  FORM-CANCELLED VALUE 'C'.
           GOBACK.

       ACCEPT-CLIENT-DATA.
           SET CLIENT-ROW-PENDING TO TRUE.
           SET FORM-PENDING TO TRUE.
           MOVE SPACES TO WS-MENSAJE-ERROR.


           PERFORM ADD-CLIENT.

           IF CLIENT-ROW-WRITTEN AND NEW-IS-BUSINESS
               DISPLAY
               "Registre los beneficiarios finales de la empresa"
               CALL "./edit/edit-beneficial-owners" USING WS-NEW-DNI
           END-IF.

       CAPTURAR-FORMULARIO.
           DISPLAY PANTALLA-ALTA-CLIENTE.
           ACCEPT PANTALLA-ALTA-CLIENTE.
                   WS-STATUS-MESSAGE
               NOT INVALID KEY
                   DISPLAY "Cliente creado satisfactoriamente"
                   SET CLIENT-ROW-WRITTEN TO TRUE
                   PERFORM LOG-AUDIT-ENTRY
                   PERFORM GRABAR-CONTACTO
           END-WRITE.
