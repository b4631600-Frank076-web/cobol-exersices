       01  WS-LIMIT-EDIT PIC Z(7)9.99.
       01  WS-OVERDRAFT-EDIT PIC Z(7)9.99.

       01  SAVED-ACCOUNT-KEY PIC 9(8).
       01  SAVED-CLIENT-DNI PIC 9(8).
       01  OVERDRAFT-INCREASE PIC 9(8)V99.
       01  GROUP-ID PIC 9(4).
       01  GROUP-LIMIT PIC 9(10)V99.
       01  GROUP-EXPOSURE PIC 9(12)V99.
       01  GROUP-USD-RATE PIC 9(6)V99.
       01  GROUP-NEW-EXPOSURE PIC 9(12)V99.
       01  WS-EXPOSURE-EDIT PIC Z(11)9.99.
       01  GROUP-CHECK-FLAG PIC X.
           88  GROUP-CHECK-PASSED VALUE 'Y'.
           88  GROUP-CHECK-REFUSED VALUE 'N'.

       01  WS-OVR-MODE PIC X.
       01  WS-OVR-CONTEXT PIC X(20) VALUE "LIMITE-GRUPO".
       01  WS-OVR-RECEIPT PIC 9(8).
       01  WS-OVR-RESULT PIC X.
           88  AUTORIZACION-OTORGADA VALUE 'Y'.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
           DISPLAY "Ingrese el nuevo descubierto autorizado: ".
           ACCEPT WS-NEW-OVERDRAFT.

           SET GROUP-CHECK-PASSED TO TRUE.

           IF WS-NEW-OVERDRAFT > ACCOUNT-OVERDRAFT-LIMIT
               PERFORM VERIFICAR-LIMITE-DE-GRUPO
           END-IF.

           IF GROUP-CHECK-REFUSED
               DISPLAY "El descubierto autorizado no se modificó"
               PERFORM CHANGE-DAILY-LIMIT
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-KEY TO WS-AUDIT-KEY.
           MOVE "EDIT-OVERDRAFT" TO WS-AUDIT-OPERATION.
           STRING "Descubierto: " DELIMITED BY SIZE

           PERFORM CHANGE-DAILY-LIMIT.

       VERIFICAR-LIMITE-DE-GRUPO.
           MOVE ACCOUNT-KEY TO SAVED-ACCOUNT-KEY.
           MOVE ACCOUNT-CLIENT-DNI TO SAVED-CLIENT-DNI.
           COMPUTE OVERDRAFT-INCREASE =
               WS-NEW-OVERDRAFT - ACCOUNT-OVERDRAFT-LIMIT.

           IF ACCOUNT-BILL < ZERO
               AND ZERO - ACCOUNT-BILL > ACCOUNT-OVERDRAFT-LIMIT
               IF ZERO - ACCOUNT-BILL >= WS-NEW-OVERDRAFT
                   MOVE ZERO TO OVERDRAFT-INCREASE
               ELSE
                   COMPUTE OVERDRAFT-INCREASE =
                       WS-NEW-OVERDRAFT + ACCOUNT-BILL
               END-IF
           END-IF.

           CLOSE ACCOUNTS-FILE.

           CALL "./common/group-exposure"
               USING SAVED-CLIENT-DNI GROUP-ID GROUP-LIMIT
               GROUP-EXPOSURE GROUP-USD-RATE.

           OPEN I-O ACCOUNTS-FILE.
           MOVE SAVED-ACCOUNT-KEY TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "El número de cuenta no existe"
                   SET GROUP-CHECK-REFUSED TO TRUE
                   EXIT PARAGRAPH
           END-READ.

           IF GROUP-ID = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF CURRENCY-USD
               COMPUTE GROUP-NEW-EXPOSURE ROUNDED =
                   GROUP-EXPOSURE + OVERDRAFT-INCREASE * GROUP-USD-RATE
           ELSE
               COMPUTE GROUP-NEW-EXPOSURE =
                   GROUP-EXPOSURE + OVERDRAFT-INCREASE
           END-IF.

           IF GROUP-NEW-EXPOSURE NOT > GROUP-LIMIT
               AND (GROUP-USD-RATE > ZERO OR NOT CURRENCY-USD)
               EXIT PARAGRAPH
           END-IF.

           MOVE GROUP-EXPOSURE TO WS-EXPOSURE-EDIT.
           DISPLAY "Grupo económico " GROUP-ID
               ": exposición actual " WS-EXPOSURE-EDIT.
           MOVE GROUP-LIMIT TO WS-EXPOSURE-EDIT.
           DISPLAY
           "El nuevo descubierto supera el límite de exposición "
           "del grupo (" WS-EXPOSURE-EDIT ")".

           MOVE 'A' TO WS-OVR-MODE.
           MOVE ZERO TO WS-OVR-RECEIPT.

           CALL "./common/supervisor-override"
               USING WS-OVR-MODE WS-OVR-CONTEXT ACCOUNT-KEY
               WS-NEW-OVERDRAFT WS-OVR-RECEIPT WS-OVR-RESULT.

           IF NOT AUTORIZACION-OTORGADA
               SET GROUP-CHECK-REFUSED TO TRUE
           END-IF.

       CHANGE-DAILY-LIMIT.
           MOVE ACCOUNT-DAILY-LIMIT TO WS-LIMIT-EDIT.
           DISPLAY "Límite diario de extracción actual "
