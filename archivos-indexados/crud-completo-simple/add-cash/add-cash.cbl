       COPY "../copylib/physic-transactions.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-holders.cpy".
       COPY "../copylib/physic-offline-ceilings.cpy".
       COPY "../copylib/physic-offline-postings.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-transactions.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-holders.cpy".
       COPY "../copylib/logic-offline-ceilings.cpy".
       COPY "../copylib/logic-offline-postings.cpy".

       WORKING-STORAGE SECTION.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-HOLDERS-STATUS PIC XX.
       01  F-OFFLINE-CEILING-STATUS PIC XX.
       01  F-OFFLINE-POSTINGS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  OFFLINE-NEXT-SEQ PIC 9(6).
       01  OFFLINE-USED PIC 9(10)V99.
       01  OFFLINE-REMAINING PIC 9(10)V99.
       01  OFFLINE-TALLY-AMOUNT PIC 9(8)V99.
       01  WS-SESSION-BRANCH PIC 9(3).
       01  WS-OFFLINE-EDIT PIC Z(9)9.99.

       01  WS-REASON-MODE PIC X.
       01  WS-REASON-CODE PIC X(4).
       01  WS-WATCHLIST-RESULT PIC X.
           88  ON-WATCHLIST VALUE 'Y'.
           88  NOT-ON-WATCHLIST VALUE 'N'.
       01  WS-KYC-RESULT PIC X.
           88  KYC-OK VALUE 'Y'.
           88  KYC-REFERRED VALUE 'N'.
       01  WS-KYC-DAYS PIC 9(5).

       01  WS-HOLD-RESULT PIC X.
           88  ON-COMPLIANCE-HOLD VALUE 'Y'.
           88  NOT-ON-COMPLIANCE-HOLD VALUE 'N'.
       01  WS-ACTIVE-HOLDS PIC 9(8)V99.
       01  WS-DAILY-USAGE PIC 9(10)V99.
       01  WS-USAGE-MODE PIC X.

           OPEN INPUT ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               PERFORM OPERAR-FUERA-DE-LINEA
               GOBACK
           END-IF.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY "El número de cuenta no existe"
           END-READ.

           IF F-ACCOUNT-STATUS = "51"
               OR F-ACCOUNT-STATUS(1:1) = "9"
               CLOSE ACCOUNTS-FILE
               PERFORM OPERAR-FUERA-DE-LINEA
               GOBACK
           END-IF.

           IF F-ACCOUNT-STATUS = "00"
               PERFORM MOVE-CASH
           END-IF.

           CLOSE ACCOUNTS-FILE.

           GOBACK.

       OPERAR-FUERA-DE-LINEA.
           DISPLAY "El archivo de cuentas no está disponible ("
               F-ACCOUNT-STATUS ")".

           IF MOVEMENT-CASH > WATCHLIST-THRESHOLD
               DISPLAY
               "El importe requiere controles de cumplimiento, no "
               "puede operarse fuera de línea"
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/session-branch" USING WS-SESSION-BRANCH.
           PERFORM OBTENER-FECHA-DE-PROCESO.

           IF DAY-CLOSED
               DISPLAY
               "El día de proceso está cerrado, no se aceptan "
               "movimientos fuera de línea"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT OFFLINE-CEILINGS-FILE.

           IF F-OFFLINE-CEILING-STATUS NOT = "00"
               MOVE ZERO TO OFC-CEILING
           ELSE
               MOVE WS-SESSION-USER TO OFC-USER
               READ OFFLINE-CEILINGS-FILE
                   KEY IS OFC-USER
                   INVALID KEY
                       MOVE ZERO TO OFC-CEILING
               END-READ
           END-IF.

           CLOSE OFFLINE-CEILINGS-FILE.

           IF OFC-CEILING = ZERO
               DISPLAY
               "El usuario no tiene tope asignado para operar "
               "fuera de línea, no es posible atender"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACUMULAR-USO-FUERA-DE-LINEA.

           IF OFFLINE-USED + MOVEMENT-CASH > OFC-CEILING
               IF OFFLINE-USED < OFC-CEILING
                   COMPUTE OFFLINE-REMAINING =
                       OFC-CEILING - OFFLINE-USED
               ELSE
                   MOVE ZERO TO OFFLINE-REMAINING
               END-IF
               MOVE OFFLINE-REMAINING TO WS-OFFLINE-EDIT
               DISPLAY
               "El movimiento supera el tope fuera de línea del "
               "usuario (disponible: " WS-OFFLINE-EDIT ")"
               EXIT PARAGRAPH
           END-IF.

           MOVE OFFLINE-NEXT-SEQ TO OFP-SEQ.
           MOVE WS-SESSION-BRANCH TO OFP-BRANCH.
           MOVE WS-SESSION-USER TO OFP-USER.
           MOVE WS-TODAY-DATE TO OFP-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO OFP-TIME.
           MOVE WS-CAPTURA-CUENTA TO OFP-ACCOUNT.
           MOVE MOVEMENT-TYPE TO OFP-TYPE.
           MOVE MOVEMENT-CASH TO OFP-AMOUNT.
           MOVE WS-REASON-CODE TO OFP-REASON-CODE.
           MOVE WS-MEMO TO OFP-MEMO.
           SET OFP-PENDING TO TRUE.
           MOVE ZERO TO OFP-RECEIPT.
           MOVE ZERO TO OFP-FORWARD-DATE.
           MOVE SPACES TO OFP-EXCEPTION-REASON.

           OPEN EXTEND OFFLINE-POSTINGS-FILE.

           WRITE OFFLINE-POSTING-RECORD.

           IF F-OFFLINE-POSTINGS-STATUS NOT = "00"
               DISPLAY "No fue posible registrar el movimiento "
                   "fuera de línea (" F-OFFLINE-POSTINGS-STATUS ")"
               CLOSE OFFLINE-POSTINGS-FILE
               EXIT PARAGRAPH
           END-IF.

           CLOSE OFFLINE-POSTINGS-FILE.

           IF IS-DEPOSIT
               MOVE 'I' TO WS-TALLY-MODE
           ELSE
               MOVE 'O' TO WS-TALLY-MODE
           END-IF.
           MOVE MOVEMENT-CASH TO OFFLINE-TALLY-AMOUNT.
           CALL "./common/drawer-tally"
               USING WS-TALLY-MODE OFFLINE-TALLY-AMOUNT.

           DISPLAY "Movimiento registrado FUERA DE LÍNEA: se "
               "imputará al restablecerse el servicio".
           DISPLAY "Comprobante provisorio N° P" OFP-BRANCH "-"
               OFP-SEQ.

           MOVE "ADD-CASH-OFFLINE" TO WS-AUDIT-OPERATION.
           MOVE WS-CAPTURA-CUENTA TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Provisorio P" DELIMITED BY SIZE
               OFP-BRANCH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               OFP-SEQ DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Movimiento: " DELIMITED BY SIZE
               MOVEMENT-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOVEMENT-CASH DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.
           MOVE "ADD-CASH" TO WS-AUDIT-OPERATION.

       ACUMULAR-USO-FUERA-DE-LINEA.
           MOVE 1 TO OFFLINE-NEXT-SEQ.
           MOVE ZERO TO OFFLINE-USED.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT OFFLINE-POSTINGS-FILE.

           IF F-OFFLINE-POSTINGS-STATUS NOT = "00"
               CLOSE OFFLINE-POSTINGS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ OFFLINE-POSTINGS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF OFP-SEQ >= OFFLINE-NEXT-SEQ
                           COMPUTE OFFLINE-NEXT-SEQ = OFP-SEQ + 1
                       END-IF
                       IF OFP-USER = WS-SESSION-USER
                           AND OFP-DATE = WS-TODAY-DATE
                           ADD OFP-AMOUNT TO OFFLINE-USED
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OFFLINE-POSTINGS-FILE.

       CAPTURAR-MOTIVO.
           DISPLAY "Código de motivo (obligatorio): ".
           ACCEPT WS-REASON-CODE.
                       WS-AUDIT-BEFORE WS-AUDIT-AFTER
                   MOVE "ADD-CASH" TO WS-AUDIT-OPERATION
               END-IF
               IF NOT-ON-WATCHLIST
                   CALL "./common/kyc-check"
                       USING ACCOUNT-CLIENT-DNI WS-KYC-RESULT
                       WS-KYC-DAYS
                   IF KYC-REFERRED
                       SET ON-WATCHLIST TO TRUE
                   END-IF
               END-IF
           END-IF.

       MOVE-CASH.
           IF NOT ACCOUNT-ACTIVE
               IF ACCOUNT-FROZEN
                   CALL "./common/compliance-hold-check"
                       USING ACCOUNT-KEY WS-HOLD-RESULT
                   IF ON-COMPLIANCE-HOLD
                       DISPLAY
                       "La cuenta tiene una retención de "
                       "cumplimiento, no se permiten movimientos"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "La cuenta está congelada"
                   MOVE "CUENTA-CONGELADA" TO WS-OVR-CONTEXT
                   MOVE MOVEMENT-CASH TO WS-OVR-AMOUNT
