           ACCEPT PAYEE-CBU.
           DISPLAY "Alias del destinatario: ".
           ACCEPT PAYEE-ALIAS.
           DISPLAY "DNI del titular de destino (0 si se desconoce): ".
           ACCEPT PAYEE-HOLDER-DNI.
           DISPLAY "Nombre del titular de destino: ".
           ACCEPT PAYEE-HOLDER-NAME.

           IF PAYEE-CBU = SPACES
               DISPLAY "El CBU no puede estar vacío"
               EXIT PARAGRAPH
           END-IF.

           IF PAYEE-HOLDER-NAME = SPACES
               DISPLAY "El nombre del titular no puede estar vacío"
               EXIT PARAGRAPH
           END-IF.

           SET PAYEE-ACTIVE TO TRUE.

           OPEN I-O PAYEES-FILE.
                           " banco " PAYEE-BANK-CODE
                           " CBU " PAYEE-CBU
                           " alias " PAYEE-ALIAS
                           " titular " PAYEE-HOLDER-NAME
                           " estado " PAYEE-STATUS
                           ADD 1 TO ROWS-LISTED
                       END-IF
