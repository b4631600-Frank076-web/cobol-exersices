       01  WANTED-ACCOUNT PIC 9(8).
       01  WANTED-CARD PIC 9(16).
       01  NEW-LIMIT PIC 9(8)V99.
       01  NEW-POS-LIMIT PIC 9(8)V99.
       01  LIMIT-KIND PIC X.
           88  LIMIT-IS-ATM VALUE 'A'.
           88  LIMIT-IS-POS VALUE 'P'.
       01  NEW-STATUS PIC X.
       01  CARDS-LISTED PIC 9(4) VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-LIMIT-EDIT PIC Z(7)9.99.
       01  WS-POS-LIMIT-EDIT PIC Z(7)9.99.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
           DISPLAY "--- Tarjetas de débito ---".
           DISPLAY "Registrar tarjeta (1)".
           DISPLAY "Bloquear/activar/cancelar (2)".
           DISPLAY "Cambiar límite diario ATM o compras (3)".
           DISPLAY "Listar tarjetas de una cuenta (4)".
           DISPLAY "Volver (5)".
           ACCEPT MENU-OPTION.

           DISPLAY "Límite diario de extracción por ATM: ".
           ACCEPT NEW-LIMIT.
           DISPLAY "Límite diario de compras en comercios: ".
           ACCEPT NEW-POS-LIMIT.

           MOVE WANTED-CARD TO CARD-NUMBER.
           MOVE WANTED-ACCOUNT TO CARD-ACCOUNT-KEY.
           SET CARD-ACTIVE TO TRUE.
           MOVE NEW-LIMIT TO CARD-ATM-DAILY-LIMIT.
           MOVE NEW-POS-LIMIT TO CARD-POS-DAILY-LIMIT.
           MOVE WS-BUSINESS-DATE TO CARD-ISSUED-DATE.
           MOVE WS-SESSION-USER TO CARD-ISSUED-BY.

       CHANGE-CARD-LIMIT.
           DISPLAY "Número de tarjeta: ".
           ACCEPT WANTED-CARD.
           DISPLAY "Límite a cambiar: ATM (A) | Compras (P): ".
           ACCEPT LIMIT-KIND.

           IF NOT LIMIT-IS-ATM AND NOT LIMIT-IS-POS
               DISPLAY "Opción inválida, ingrese A o P"
               EXIT PARAGRAPH
           END-IF.

           IF LIMIT-IS-ATM
               DISPLAY "Nuevo límite diario de extracción por ATM: "
           ELSE
               DISPLAY "Nuevo límite diario de compras: "
           END-IF.
           ACCEPT NEW-LIMIT.

           OPEN I-O CARDS-FILE.
               NOT INVALID KEY
                   MOVE "CARD-LIMIT" TO WS-AUDIT-OPERATION
                   MOVE CARD-ACCOUNT-KEY TO WS-AUDIT-KEY
                   IF LIMIT-IS-ATM
                       MOVE CARD-ATM-DAILY-LIMIT TO WS-LIMIT-EDIT
                       MOVE NEW-LIMIT TO CARD-ATM-DAILY-LIMIT
                   ELSE
                       MOVE "CARD-POS-LIMIT" TO WS-AUDIT-OPERATION
                       MOVE CARD-POS-DAILY-LIMIT TO WS-LIMIT-EDIT
                       MOVE NEW-LIMIT TO CARD-POS-DAILY-LIMIT
                   END-IF
                   STRING "Limite: " DELIMITED BY SIZE
                       WS-LIMIT-EDIT DELIMITED BY SIZE
                       INTO WS-AUDIT-BEFORE
                   REWRITE CARD-RECORD
                       INVALID KEY
                           DISPLAY
                       ELSE
                           MOVE CARD-ATM-DAILY-LIMIT
                               TO WS-LIMIT-EDIT
                           MOVE CARD-POS-DAILY-LIMIT
                               TO WS-POS-LIMIT-EDIT
                           DISPLAY
                           "Tarjeta " CARD-NUMBER
                           " estado " CARD-STATUS
                           " límite ATM " WS-LIMIT-EDIT
                           " compras " WS-POS-LIMIT-EDIT
                           " emitida " CARD-ISSUED-DATE
                           ADD 1 TO CARDS-LISTED
                       END-IF
