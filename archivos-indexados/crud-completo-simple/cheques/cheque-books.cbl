       FILE-CONTROL.
       COPY "../copylib/physic-cheques.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-cheque-return-counts.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-cheques.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-cheque-return-counts.cpy".

       WORKING-STORAGE SECTION.
       01  F-CHEQUES-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-RETURN-COUNTS-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  CHQ-ISSUE-BOOK VALUE 1.
           88  INVALID-ACCOUNT VALUE 'N'.

       01  WANTED-ACCOUNT PIC 9(8).
       01  WANTED-CLIENT-DNI PIC 9(8).
       01  WANTED-CHEQUE PIC 9(8).
       01  FIRST-CHEQUE-NO PIC 9(8).
       01  BOOK-SIZE PIC 9(3).
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-INHABILITACION.

           IF INVALID-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Primer número de cheque de la chequera: ".
           ACCEPT FIRST-CHEQUE-NO.
           DISPLAY "Cantidad de cheques (ej. 25 o 50): ".
                           "no admite chequeras"
                       ELSE
                           SET VALID-ACCOUNT TO TRUE
                           MOVE ACCOUNT-CLIENT-DNI
                               TO WANTED-CLIENT-DNI
                       END-IF
                   END-IF
           END-READ.

           CLOSE ACCOUNTS-FILE.

       VERIFICAR-INHABILITACION.
           OPEN INPUT CHEQUE-RETURN-COUNTS-FILE.

           IF F-RETURN-COUNTS-STATUS NOT = "00"
               CLOSE CHEQUE-RETURN-COUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           SET RCC-IS-CLIENT TO TRUE.
           MOVE WANTED-CLIENT-DNI TO RCC-HOLDER-ID.

           READ CHEQUE-RETURN-COUNTS-FILE
               KEY IS RCC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCC-IS-DISQUALIFIED
                       SET INVALID-ACCOUNT TO TRUE
                       DISPLAY
                       "El titular (DNI " WANTED-CLIENT-DNI
                       ") está inhabilitado por cheques rechazados "
                       "desde el " RCC-DISQUALIFIED-DATE
                       " (" RCC-COUNT " rechazos), no se emiten "
                       "chequeras"
                   END-IF
           END-READ.

           CLOSE CHEQUE-RETURN-COUNTS-FILE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
