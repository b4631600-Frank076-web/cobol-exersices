       IDENTIFICATION DIVISION.
       PROGRAM-ID. compliance-hold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-compliance-holds.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-holders.cpy".
       COPY "../copylib/physic-signers.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-compliance-holds.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-holders.cpy".
       COPY "../copylib/logic-signers.cpy".

       WORKING-STORAGE SECTION.
       01  F-CHOLDS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-HOLDERS-STATUS PIC XX.
       01  F-SIGNERS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  LINK-FLAG PIC X.
           88  ACCOUNT-LINKED VALUE 'Y'.
           88  ACCOUNT-NOT-LINKED VALUE 'N'.

       01  LINK-FILES-FLAGS.
           05  HOLDERS-OPEN-FLAG PIC X.
               88  HOLDERS-AVAILABLE VALUE 'Y'.
           05  SIGNERS-OPEN-FLAG PIC X.
               88  SIGNERS-AVAILABLE VALUE 'Y'.

       01  OTHER-HOLD-FLAG PIC X.
           88  OTHER-HOLD-ACTIVE VALUE 'Y'.
           88  NO-OTHER-HOLD VALUE 'N'.

       01  RELEASE-TABLE.
           05  RT-ENTRY OCCURS 500 TIMES.
               10  RT-ACCOUNT PIC 9(8).
               10  RT-PREV-STATUS PIC X.
       01  RELEASE-COUNT PIC 9(3).
       01  RELEASE-I PIC 9(3).

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       LINKAGE SECTION.
       01  LS-MODE PIC X.
           88  LS-PLACE-HOLDS VALUE 'P'.
           88  LS-RELEASE-HOLDS VALUE 'R'.
           88  LS-COUNT-HOLDS VALUE 'Q'.
       01  LS-DNI PIC 9(8).
       01  LS-CASE-ID PIC 9(6).
       01  LS-ACCOUNTS PIC 9(4).

       PROCEDURE DIVISION USING LS-MODE LS-DNI LS-CASE-ID LS-ACCOUNTS.

           MOVE ZERO TO LS-ACCOUNTS.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           EVALUATE TRUE
               WHEN LS-PLACE-HOLDS
                   PERFORM RETENER-CUENTAS
               WHEN LS-RELEASE-HOLDS
                   PERFORM LIBERAR-CUENTAS
               WHEN LS-COUNT-HOLDS
                   PERFORM CONTAR-RETENCIONES
           END-EVALUATE.

           GOBACK.

       RETENER-CUENTAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN I-O ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT HOLDERS-FILE.
           OPEN INPUT SIGNERS-FILE.
           OPEN I-O COMPLIANCE-HOLDS-FILE.

           MOVE SPACES TO LINK-FILES-FLAGS.

           IF F-HOLDERS-STATUS = "00"
               SET HOLDERS-AVAILABLE TO TRUE
           END-IF.

           IF F-SIGNERS-STATUS = "00"
               SET SIGNERS-AVAILABLE TO TRUE
           END-IF.

           PERFORM UNTIL F-ENDED
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF NOT ACCOUNT-CLOSED
                           PERFORM DETERMINAR-VINCULO
                           IF ACCOUNT-LINKED
                               PERFORM RETENER-UNA-CUENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COMPLIANCE-HOLDS-FILE.
           CLOSE SIGNERS-FILE.
           CLOSE HOLDERS-FILE.
           CLOSE ACCOUNTS-FILE.

       DETERMINAR-VINCULO.
           IF ACCOUNT-CLIENT-DNI = LS-DNI
               SET ACCOUNT-LINKED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET ACCOUNT-NOT-LINKED TO TRUE.

           IF HOLDERS-AVAILABLE
               MOVE ACCOUNT-KEY TO HOLDER-ACCOUNT-KEY
               MOVE LS-DNI TO HOLDER-DNI
               READ HOLDERS-FILE
                   KEY IS HOLDER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-LINKED TO TRUE
               END-READ
           END-IF.

           IF ACCOUNT-LINKED
               EXIT PARAGRAPH
           END-IF.

           IF SIGNERS-AVAILABLE
               MOVE ACCOUNT-KEY TO SIGNER-ACCOUNT-KEY
               MOVE LS-DNI TO SIGNER-DNI
               READ SIGNERS-FILE
                   KEY IS SIGNER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-LINKED TO TRUE
               END-READ
           END-IF.

       RETENER-UNA-CUENTA.
           MOVE ACCOUNT-KEY TO CHLD-ACCOUNT.
           MOVE LS-CASE-ID TO CHLD-CASE-ID.
           MOVE LS-DNI TO CHLD-DNI.
           MOVE ACCOUNT-STATUS TO CHLD-PREV-STATUS.
           SET CHLD-ACTIVE TO TRUE.
           MOVE WS-BUSINESS-DATE TO CHLD-PLACED-DATE.
           MOVE ZERO TO CHLD-RELEASED-DATE.
           MOVE SPACES TO CHLD-RELEASED-BY.

           WRITE COMPLIANCE-HOLD-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE.

           ADD 1 TO LS-ACCOUNTS.

           IF ACCOUNT-ACTIVE
               SET ACCOUNT-FROZEN TO TRUE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY
                       "No fue posible retener la cuenta "
                       ACCOUNT-KEY
               END-REWRITE
           END-IF.

           MOVE "COMPLIANCE-HOLD" TO WS-AUDIT-OPERATION.
           MOVE ACCOUNT-KEY TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Estado " DELIMITED BY SIZE
               CHLD-PREV-STATUS DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Retenida por caso " DELIMITED BY SIZE
               LS-CASE-ID DELIMITED BY SIZE
               " DNI " DELIMITED BY SIZE
               LS-DNI DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       LIBERAR-CUENTAS.
           CALL "./common/session-user" USING WS-SESSION-USER.

           MOVE ZERO TO RELEASE-COUNT.

           OPEN I-O COMPLIANCE-HOLDS-FILE.

           IF F-CHOLDS-STATUS NOT = "00"
               CLOSE COMPLIANCE-HOLDS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM LIBERAR-RETENCIONES-DEL-CASO.

           PERFORM REACTIVAR-CUENTA
               VARYING RELEASE-I FROM 1 BY 1
               UNTIL RELEASE-I > RELEASE-COUNT.

           CLOSE COMPLIANCE-HOLDS-FILE.

       LIBERAR-RETENCIONES-DEL-CASO.
           SET F-NOT-ENDED TO TRUE.

           MOVE LS-CASE-ID TO CHLD-CASE-ID.

           START COMPLIANCE-HOLDS-FILE
               KEY IS EQUAL TO CHLD-CASE-ID
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ COMPLIANCE-HOLDS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CHLD-CASE-ID NOT = LS-CASE-ID
                           SET F-ENDED TO TRUE
                       ELSE
                           IF CHLD-ACTIVE
                               PERFORM LIBERAR-UNA-RETENCION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIBERAR-UNA-RETENCION.
           SET CHLD-RELEASED TO TRUE.
           MOVE WS-BUSINESS-DATE TO CHLD-RELEASED-DATE.
           MOVE WS-SESSION-USER TO CHLD-RELEASED-BY.

           REWRITE COMPLIANCE-HOLD-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO LS-ACCOUNTS.

           IF RELEASE-COUNT < 500
               ADD 1 TO RELEASE-COUNT
               MOVE CHLD-ACCOUNT TO RT-ACCOUNT(RELEASE-COUNT)
               MOVE CHLD-PREV-STATUS TO RT-PREV-STATUS(RELEASE-COUNT)
           END-IF.

       REACTIVAR-CUENTA.
           PERFORM BUSCAR-OTRA-RETENCION.

           IF OTHER-HOLD-ACTIVE
               DISPLAY "La cuenta " RT-ACCOUNT(RELEASE-I)
                   " sigue retenida por otro caso"
               EXIT PARAGRAPH
           END-IF.

           IF RT-PREV-STATUS(RELEASE-I) NOT = 'A'
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ACCOUNTS-FILE.

           MOVE RT-ACCOUNT(RELEASE-I) TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF ACCOUNT-FROZEN
               SET ACCOUNT-ACTIVE TO TRUE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY
                       "No fue posible reactivar la cuenta "
                       ACCOUNT-KEY
                   NOT INVALID KEY
                       MOVE "COMPLIANCE-RELEASE" TO WS-AUDIT-OPERATION
                       MOVE ACCOUNT-KEY TO WS-AUDIT-KEY
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       STRING "Retenida por caso " DELIMITED BY SIZE
                           LS-CASE-ID DELIMITED BY SIZE
                           INTO WS-AUDIT-BEFORE
                       MOVE "Estado A" TO WS-AUDIT-AFTER
                       PERFORM LOG-AUDIT-ENTRY
               END-REWRITE
           END-IF.

           CLOSE ACCOUNTS-FILE.

       BUSCAR-OTRA-RETENCION.
           SET NO-OTHER-HOLD TO TRUE.
           SET F-NOT-ENDED TO TRUE.

           MOVE RT-ACCOUNT(RELEASE-I) TO CHLD-ACCOUNT.
           MOVE ZERO TO CHLD-CASE-ID.

           START COMPLIANCE-HOLDS-FILE
               KEY IS GREATER THAN OR EQUAL TO CHLD-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED OR OTHER-HOLD-ACTIVE
               READ COMPLIANCE-HOLDS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CHLD-ACCOUNT NOT = RT-ACCOUNT(RELEASE-I)
                           SET F-ENDED TO TRUE
                       ELSE
                           IF CHLD-ACTIVE
                               SET OTHER-HOLD-ACTIVE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONTAR-RETENCIONES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT COMPLIANCE-HOLDS-FILE.

           IF F-CHOLDS-STATUS NOT = "00"
               CLOSE COMPLIANCE-HOLDS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-CASE-ID TO CHLD-CASE-ID.

           START COMPLIANCE-HOLDS-FILE
               KEY IS EQUAL TO CHLD-CASE-ID
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ COMPLIANCE-HOLDS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CHLD-CASE-ID NOT = LS-CASE-ID
                           SET F-ENDED TO TRUE
                       ELSE
                           IF CHLD-ACTIVE
                               ADD 1 TO LS-ACCOUNTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COMPLIANCE-HOLDS-FILE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM compliance-hold.
