       IDENTIFICATION DIVISION.
       PROGRAM-ID. test-data-copy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL TEST-COPY-CONTROL-FILE
       ASSIGN TO "test-data-copy.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-COPY-CTL-STATUS.

       SELECT OPTIONAL ANON-MAP-FILE
       ASSIGN TO "anon-map.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MAP-KEY
       ALTERNATE RECORD KEY IS MAP-FAKE-KEY
       FILE STATUS IS F-MAP-STATUS.

       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-contacts.cpy".
       COPY "../copylib/physic-transactions.cpy".
       COPY "../copylib/physic-payees.cpy".
       COPY "../copylib/physic-holders.cpy".
       COPY "../copylib/physic-signers.cpy".

       SELECT TEST-CLIENTS-FILE
       ASSIGN TO TEST-CLIENTS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TCL-DNI
       ALTERNATE RECORD KEY IS TCL-NAME WITH DUPLICATES
       FILE STATUS IS F-TEST-STATUS.

       SELECT TEST-ACCOUNTS-FILE
       ASSIGN TO TEST-ACCOUNTS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TAC-KEY
       FILE STATUS IS F-TEST-STATUS.

       SELECT TEST-CONTACTS-FILE
       ASSIGN TO TEST-CONTACTS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TCO-DNI
       FILE STATUS IS F-TEST-STATUS.

       SELECT TEST-TRANSACTIONS-FILE
       ASSIGN TO TEST-TRANSACTIONS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TTR-LEDGER-KEY
       ALTERNATE RECORD KEY IS TTR-RECEIPT WITH DUPLICATES
       FILE STATUS IS F-TEST-STATUS.

       SELECT TEST-PAYEES-FILE
       ASSIGN TO TEST-PAYEES-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TPY-ID
       ALTERNATE RECORD KEY IS TPY-DNI WITH DUPLICATES
       FILE STATUS IS F-TEST-STATUS.

       SELECT TEST-HOLDERS-FILE
       ASSIGN TO TEST-HOLDERS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS THO-KEY
       FILE STATUS IS F-TEST-STATUS.

       SELECT TEST-SIGNERS-FILE
       ASSIGN TO TEST-SIGNERS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TSG-KEY
       FILE STATUS IS F-TEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEST-COPY-CONTROL-FILE.
       01  TEST-COPY-CONTROL-RECORD.
           05  TDC-TARGET-DIR PIC X(100).

       FD  ANON-MAP-FILE.
       01  ANON-MAP-RECORD.
           05  MAP-KEY.
               10  MAP-KIND PIC X.
               10  MAP-REAL PIC X(13).
           05  MAP-FAKE-KEY.
               10  MAP-FAKE-KIND PIC X.
               10  MAP-FAKE PIC X(13).

       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-contacts.cpy".
       COPY "../copylib/logic-transactions.cpy".
       COPY "../copylib/logic-payees.cpy".
       COPY "../copylib/logic-holders.cpy".
       COPY "../copylib/logic-signers.cpy".

       FD  TEST-CLIENTS-FILE.
       01  TEST-CLIENT-RECORD.
           05  TCL-NAME PIC X(30).
           05  FILLER PIC X(3).
           05  TCL-DNI PIC 9(8).
           05  FILLER PIC X(47).

       FD  TEST-ACCOUNTS-FILE.
       01  TEST-ACCOUNT-RECORD.
           05  TAC-KEY PIC 9(8).
           05  FILLER PIC X(46).

       FD  TEST-CONTACTS-FILE.
       01  TEST-CONTACT-RECORD.
           05  TCO-DNI PIC 9(8).
           05  FILLER PIC X(141).

       FD  TEST-TRANSACTIONS-FILE.
       01  TEST-TRANSACTION-RECORD.
           05  TTR-LEDGER-KEY PIC X(20).
           05  FILLER PIC X(64).
           05  TTR-RECEIPT PIC 9(8).
           05  FILLER PIC X(44).

       FD  TEST-PAYEES-FILE.
       01  TEST-PAYEE-RECORD.
           05  TPY-ID PIC 9(6).
           05  TPY-DNI PIC 9(8).
           05  FILLER PIC X(84).

       FD  TEST-HOLDERS-FILE.
       01  TEST-HOLDER-RECORD.
           05  THO-KEY PIC X(16).

       FD  TEST-SIGNERS-FILE.
       01  TEST-SIGNER-RECORD.
           05  TSG-KEY PIC X(16).
           05  FILLER PIC X(28).

       WORKING-STORAGE SECTION.
       01  F-COPY-CTL-STATUS PIC XX.
       01  F-MAP-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-CONTACT-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.
       01  F-PAYEES-STATUS PIC XX.
       01  F-HOLDERS-STATUS PIC XX.
       01  F-SIGNERS-STATUS PIC XX.
       01  F-TEST-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  TARGET-DIR PIC X(100).
       01  PRODUCTION-DIR PIC X(100).
       01  TEST-CLIENTS-PATH PIC X(120).
       01  TEST-ACCOUNTS-PATH PIC X(120).
       01  TEST-CONTACTS-PATH PIC X(120).
       01  TEST-TRANSACTIONS-PATH PIC X(120).
       01  TEST-PAYEES-PATH PIC X(120).
       01  TEST-HOLDERS-PATH PIC X(120).
       01  TEST-SIGNERS-PATH PIC X(120).
       01  FILE-NAME-WORK PIC X(20).
       01  PATH-WORK PIC X(120).

       01  SUSTITUTO-FLAG PIC X.
           88  SUSTITUTO-GRABADO VALUE 'S'.
           88  SUSTITUTO-PENDIENTE VALUE 'N'.
       01  SUSTITUTO-INTENTOS PIC 9(3).
       01  SUSTITUTO-KIND PIC X.
           88  SUSTITUTO-DNI VALUE 'D'.
           88  SUSTITUTO-CUENTA VALUE 'C'.
           88  SUSTITUTO-CBU-EXTERNO VALUE 'E'.
       01  SUSTITUTO-REAL PIC X(13).
       01  SUSTITUTO PIC X(13).

       01  RANDOM-SEED PIC 9(8).
       01  RANDOM-VALUE PIC V9(9).

       01  DNI-IN PIC 9(8).
       01  DNI-OUT PIC 9(8).
       01  ACCOUNT-IN PIC 9(8).
       01  ACCOUNT-OUT PIC 9(8).

       01  FAKE-ACCOUNT PIC 9(8).
       01  FAKE-ACCOUNT-R REDEFINES FAKE-ACCOUNT.
           05  FA-DIGIT PIC 9 OCCURS 8 TIMES.
       01  ACCOUNT-WEIGHTS.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
       01  ACCOUNT-WEIGHTS-R REDEFINES ACCOUNT-WEIGHTS.
           05  ACCOUNT-WEIGHT PIC 9 OCCURS 7 TIMES.

       01  CUIT-WORK PIC 9(11).
       01  CUIT-WORK-R REDEFINES CUIT-WORK.
           05  CW-PREFIX PIC 99.
           05  CW-MIDDLE PIC 9(8).
           05  CW-DV PIC 9.
       01  CUIT-WORK-DIGITS REDEFINES CUIT-WORK.
           05  CW-DIGIT PIC 9 OCCURS 11 TIMES.
       01  CUIT-WEIGHTS.
           05  FILLER PIC 9 VALUE 5.
           05  FILLER PIC 9 VALUE 4.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 6.
           05  FILLER PIC 9 VALUE 5.
           05  FILLER PIC 9 VALUE 4.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 2.
       01  CUIT-WEIGHTS-R REDEFINES CUIT-WEIGHTS.
           05  CUIT-WEIGHT PIC 9 OCCURS 10 TIMES.
       01  CUIT-EXPECTED PIC 99.

       01  CBU-WORK PIC X(22).
       01  CBU-WORK-DIGITS REDEFINES CBU-WORK.
           05  CBU-DIGIT PIC 9 OCCURS 22 TIMES.
       01  CBU-WEIGHTS.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 9.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 9.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 9.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
       01  CBU-WEIGHTS-R REDEFINES CBU-WEIGHTS.
           05  CBU-WEIGHT PIC 9 OCCURS 13 TIMES.
       01  CBU-MODE PIC X.
       01  CBU-ACCOUNT PIC 9(8).
       01  CBU-BRANCH PIC 9(3).
       01  CBU-RESULT PIC X.
           88  CBU-OK VALUE 'Y'.

       01  CHECK-SUM PIC 9(4).
       01  CHECK-I PIC 9(2).

       01  FAKE-DNI-TEXT PIC 9(8).

       01  CLIENTS-COPIED PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-COPIED PIC 9(7) VALUE ZERO.
       01  CONTACTS-COPIED PIC 9(7) VALUE ZERO.
       01  TRANSACTIONS-COPIED PIC 9(7) VALUE ZERO.
       01  PAYEES-COPIED PIC 9(7) VALUE ZERO.
       01  HOLDERS-COPIED PIC 9(7) VALUE ZERO.
       01  SIGNERS-COPIED PIC 9(7) VALUE ZERO.
       01  DNIS-REPLACED PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-RENUMBERED PIC 9(7) VALUE ZERO.
       01  EXTERNAL-CBUS-REPLACED PIC 9(7) VALUE ZERO.
       01  CUITS-REGENERATED PIC 9(7) VALUE ZERO.
       01  CBUS-REGENERATED PIC 9(7) VALUE ZERO.
       01  MEMOS-MASKED PIC 9(7) VALUE ZERO.
       01  WRITE-ERRORS PIC 9(7) VALUE ZERO.
       01  FILE-RECORDS PIC 9(7).

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "TEST-DATA-COPY".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "CERTIF-ENMASCARADO".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "test-data-copy".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8) VALUE ZERO.
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Copia enmascarada para ambiente de prueba ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM LEER-DESTINO.

           IF TARGET-DIR = SPACES
               DISPLAY "Falta el directorio destino en "
                   "test-data-copy.ctl, no se copia nada"
               PERFORM TERMINAR-SIN-COPIAR
           END-IF.

           ACCEPT PRODUCTION-DIR FROM ENVIRONMENT "COB_FILE_PATH".

           IF TARGET-DIR = PRODUCTION-DIR
               DISPLAY "El destino coincide con el directorio de "
                   "datos del ambiente actual, no se copia nada"
               PERFORM TERMINAR-SIN-COPIAR
           END-IF.

           PERFORM ARMAR-RUTAS-DESTINO.

           OPEN OUTPUT ANON-MAP-FILE.
           CLOSE ANON-MAP-FILE.
           OPEN I-O ANON-MAP-FILE.

           IF F-MAP-STATUS NOT = "00"
               DISPLAY "No fue posible crear la tabla de "
                   "correspondencias (" F-MAP-STATUS ")"
               CLOSE ANON-MAP-FILE
               PERFORM TERMINAR-SIN-COPIAR
           END-IF.

           MOVE FUNCTION CURRENT-DATE(9:8) TO RANDOM-SEED.
           COMPUTE RANDOM-VALUE = FUNCTION RANDOM(RANDOM-SEED).

           PERFORM COPIAR-CUENTAS.
           PERFORM COPIAR-CLIENTES.
           PERFORM COPIAR-CONTACTOS.
           PERFORM COPIAR-MOVIMIENTOS.
           PERFORM COPIAR-COTITULARES.
           PERFORM COPIAR-FIRMANTES.
           PERFORM COPIAR-DESTINATARIOS.

           CLOSE ANON-MAP-FILE.
           OPEN OUTPUT ANON-MAP-FILE.
           CLOSE ANON-MAP-FILE.

           PERFORM EMITIR-CERTIFICADO.

           COMPUTE WS-JOB-RECORDS = CLIENTS-COPIED + ACCOUNTS-COPIED
               + CONTACTS-COPIED + TRANSACTIONS-COPIED
               + PAYEES-COPIED + HOLDERS-COPIED + SIGNERS-COPIED.

           MOVE SPACES TO WS-AUDIT-KEY.
           MOVE WS-BUSINESS-DATE TO WS-AUDIT-KEY.
           MOVE TARGET-DIR TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Registros " DELIMITED BY SIZE
               WS-JOB-RECORDS DELIMITED BY SIZE
               " DNI " DELIMITED BY SIZE
               DNIS-REPLACED DELIMITED BY SIZE
               " cuentas " DELIMITED BY SIZE
               ACCOUNTS-RENUMBERED DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

           IF WRITE-ERRORS > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       TERMINAR-SIN-COPIAR.
           MOVE "FAIL" TO WS-JOB-OUTCOME.

           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE 8 TO RETURN-CODE.

           GOBACK.

       LEER-DESTINO.
           MOVE SPACES TO TARGET-DIR.

           OPEN INPUT TEST-COPY-CONTROL-FILE.

           IF F-COPY-CTL-STATUS = "00"
               READ TEST-COPY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TDC-TARGET-DIR TO TARGET-DIR
               END-READ
           END-IF.

           CLOSE TEST-COPY-CONTROL-FILE.

       ARMAR-RUTAS-DESTINO.
           MOVE "clients.idx" TO FILE-NAME-WORK.
           PERFORM ARMAR-RUTA.
           MOVE PATH-WORK TO TEST-CLIENTS-PATH.
           MOVE "accounts.idx" TO FILE-NAME-WORK.
           PERFORM ARMAR-RUTA.
           MOVE PATH-WORK TO TEST-ACCOUNTS-PATH.
           MOVE "contacts.idx" TO FILE-NAME-WORK.
           PERFORM ARMAR-RUTA.
           MOVE PATH-WORK TO TEST-CONTACTS-PATH.
           MOVE "transactions.idx" TO FILE-NAME-WORK.
           PERFORM ARMAR-RUTA.
           MOVE PATH-WORK TO TEST-TRANSACTIONS-PATH.
           MOVE "payees.idx" TO FILE-NAME-WORK.
           PERFORM ARMAR-RUTA.
           MOVE PATH-WORK TO TEST-PAYEES-PATH.
           MOVE "holders.idx" TO FILE-NAME-WORK.
           PERFORM ARMAR-RUTA.
           MOVE PATH-WORK TO TEST-HOLDERS-PATH.
           MOVE "signers.idx" TO FILE-NAME-WORK.
           PERFORM ARMAR-RUTA.
           MOVE PATH-WORK TO TEST-SIGNERS-PATH.

       ARMAR-RUTA.
           MOVE SPACES TO PATH-WORK.
           STRING TARGET-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               FILE-NAME-WORK DELIMITED BY SPACE
               INTO PATH-WORK.

       COPIAR-CUENTAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.
           OPEN OUTPUT TEST-ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               SET F-ENDED TO TRUE
           END-IF.

           PERFORM UNTIL F-ENDED
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE ACCOUNT-KEY TO ACCOUNT-IN
                       PERFORM SUSTITUIR-CUENTA
                       MOVE ACCOUNT-OUT TO ACCOUNT-KEY
                       MOVE ACCOUNT-CLIENT-DNI TO DNI-IN
                       PERFORM SUSTITUIR-DNI
                       MOVE DNI-OUT TO ACCOUNT-CLIENT-DNI
                       MOVE ACCOUNT-RECORD TO TEST-ACCOUNT-RECORD
                       WRITE TEST-ACCOUNT-RECORD
                           INVALID KEY
                               ADD 1 TO WRITE-ERRORS
                           NOT INVALID KEY
                               ADD 1 TO ACCOUNTS-COPIED
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE TEST-ACCOUNTS-FILE.
           CLOSE ACCOUNTS-FILE.

       COPIAR-CLIENTES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CLIENTS-FILE.
           OPEN OUTPUT TEST-CLIENTS-FILE.

           IF F-STATUS NOT = "00"
               SET F-ENDED TO TRUE
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CLIENTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM ENMASCARAR-CLIENTE
                       MOVE CLIENT-RECORD TO TEST-CLIENT-RECORD
                       WRITE TEST-CLIENT-RECORD
                           INVALID KEY
                               ADD 1 TO WRITE-ERRORS
                           NOT INVALID KEY
                               ADD 1 TO CLIENTS-COPIED
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE TEST-CLIENTS-FILE.
           CLOSE CLIENTS-FILE.

       ENMASCARAR-CLIENTE.
           MOVE CLIENT-DNI TO DNI-IN.
           PERFORM SUSTITUIR-DNI.
           MOVE DNI-OUT TO CLIENT-DNI.
           MOVE DNI-OUT TO FAKE-DNI-TEXT.

           MOVE SPACES TO CLIENT-NAME.
           IF CLIENT-IS-BUSINESS
               STRING "EMPRESA PRUEBA " DELIMITED BY SIZE
                   FAKE-DNI-TEXT DELIMITED BY SIZE
                   INTO CLIENT-NAME
           ELSE
               STRING "CLIENTE PRUEBA " DELIMITED BY SIZE
                   FAKE-DNI-TEXT DELIMITED BY SIZE
                   INTO CLIENT-NAME
           END-IF.

           MOVE CLIENT-LEGAL-REP-DNI TO DNI-IN.
           PERFORM SUSTITUIR-DNI.
           MOVE DNI-OUT TO CLIENT-LEGAL-REP-DNI.

           MOVE CLIENT-GUARDIAN-DNI TO DNI-IN.
           PERFORM SUSTITUIR-DNI.
           MOVE DNI-OUT TO CLIENT-GUARDIAN-DNI.

           IF CLIENT-BIRTHDATE > ZERO
               MOVE "01" TO CLIENT-BIRTHDATE(7:2)
           END-IF.

           IF CLIENT-CUIT > ZERO
               MOVE CLIENT-CUIT TO CUIT-WORK
               MOVE CW-MIDDLE TO DNI-IN
               PERFORM SUSTITUIR-DNI
               MOVE DNI-OUT TO CW-MIDDLE
               PERFORM RECALCULAR-DIGITO-CUIT
               MOVE CUIT-WORK TO CLIENT-CUIT
               ADD 1 TO CUITS-REGENERATED
           END-IF.

       RECALCULAR-DIGITO-CUIT.
           PERFORM CALCULAR-DIGITO-CUIT.

           IF CUIT-EXPECTED = 10
               IF CW-PREFIX < 30
                   MOVE 23 TO CW-PREFIX
               ELSE
                   MOVE 33 TO CW-PREFIX
               END-IF
               PERFORM CALCULAR-DIGITO-CUIT
           END-IF.

           IF CUIT-EXPECTED = 10
               ADD 1 TO CW-PREFIX
               PERFORM CALCULAR-DIGITO-CUIT
           END-IF.

           MOVE CUIT-EXPECTED TO CW-DV.

       CALCULAR-DIGITO-CUIT.
           MOVE ZERO TO CHECK-SUM.
           PERFORM VARYING CHECK-I FROM 1 BY 1 UNTIL CHECK-I > 10
               COMPUTE CHECK-SUM =
                   CHECK-SUM + CW-DIGIT(CHECK-I) * CUIT-WEIGHT(CHECK-I)
           END-PERFORM.

           COMPUTE CUIT-EXPECTED = 11 - FUNCTION MOD(CHECK-SUM, 11).

           IF CUIT-EXPECTED = 11
               MOVE ZERO TO CUIT-EXPECTED
           END-IF.

       COPIAR-CONTACTOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CONTACTS-FILE.
           OPEN OUTPUT TEST-CONTACTS-FILE.

           IF F-CONTACT-STATUS NOT = "00"
               SET F-ENDED TO TRUE
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CONTACTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM ENMASCARAR-CONTACTO
                       MOVE CONTACT-RECORD TO TEST-CONTACT-RECORD
                       WRITE TEST-CONTACT-RECORD
                           INVALID KEY
                               ADD 1 TO WRITE-ERRORS
                           NOT INVALID KEY
                               ADD 1 TO CONTACTS-COPIED
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE TEST-CONTACTS-FILE.
           CLOSE CONTACTS-FILE.

       ENMASCARAR-CONTACTO.
           MOVE CONTACT-DNI TO DNI-IN.
           PERFORM SUSTITUIR-DNI.
           MOVE DNI-OUT TO CONTACT-DNI.
           MOVE DNI-OUT TO FAKE-DNI-TEXT.

           IF CONTACT-ADDRESS-1 NOT = SPACES
               MOVE SPACES TO CONTACT-ADDRESS-1
               STRING "CALLE DE PRUEBA " DELIMITED BY SIZE
                   FAKE-DNI-TEXT(5:4) DELIMITED BY SIZE
                   INTO CONTACT-ADDRESS-1
           END-IF.

           IF CONTACT-ADDRESS-2 NOT = SPACES
               MOVE "LOCALIDAD DE PRUEBA" TO CONTACT-ADDRESS-2
           END-IF.

           IF CONTACT-PHONE NOT = SPACES
               MOVE SPACES TO CONTACT-PHONE
               STRING "011-5555-" DELIMITED BY SIZE
                   FAKE-DNI-TEXT(5:4) DELIMITED BY SIZE
                   INTO CONTACT-PHONE
           END-IF.

           IF CONTACT-EMAIL NOT = SPACES
               MOVE SPACES TO CONTACT-EMAIL
               STRING "cliente" DELIMITED BY SIZE
                   FAKE-DNI-TEXT DELIMITED BY SIZE
                   "@prueba.invalid" DELIMITED BY SIZE
                   INTO CONTACT-EMAIL
           END-IF.

       COPIAR-MOVIMIENTOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT TRANSACTIONS-FILE.
           OPEN OUTPUT TEST-TRANSACTIONS-FILE.

           IF F-TRANSACTION-STATUS NOT = "00"
               SET F-ENDED TO TRUE
           END-IF.

           PERFORM UNTIL F-ENDED
               READ TRANSACTIONS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE TRANS-ACCOUNT-KEY TO ACCOUNT-IN
                       PERFORM SUSTITUIR-CUENTA
                       MOVE ACCOUNT-OUT TO TRANS-ACCOUNT-KEY
                       IF TRANS-MEMO NOT = SPACES
                           MOVE "DETALLE ENMASCARADO" TO TRANS-MEMO
                           ADD 1 TO MEMOS-MASKED
                       END-IF
                       MOVE TRANSACTION-RECORD
                           TO TEST-TRANSACTION-RECORD
                       WRITE TEST-TRANSACTION-RECORD
                           INVALID KEY
                               ADD 1 TO WRITE-ERRORS
                           NOT INVALID KEY
                               ADD 1 TO TRANSACTIONS-COPIED
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE TEST-TRANSACTIONS-FILE.
           CLOSE TRANSACTIONS-FILE.

       COPIAR-COTITULARES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT HOLDERS-FILE.
           OPEN OUTPUT TEST-HOLDERS-FILE.

           IF F-HOLDERS-STATUS NOT = "00"
               SET F-ENDED TO TRUE
           END-IF.

           PERFORM UNTIL F-ENDED
               READ HOLDERS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE HOLDER-ACCOUNT-KEY TO ACCOUNT-IN
                       PERFORM SUSTITUIR-CUENTA
                       MOVE ACCOUNT-OUT TO HOLDER-ACCOUNT-KEY
                       MOVE HOLDER-DNI TO DNI-IN
                       PERFORM SUSTITUIR-DNI
                       MOVE DNI-OUT TO HOLDER-DNI
                       MOVE HOLDER-RECORD TO TEST-HOLDER-RECORD
                       WRITE TEST-HOLDER-RECORD
                           INVALID KEY
                               ADD 1 TO WRITE-ERRORS
                           NOT INVALID KEY
                               ADD 1 TO HOLDERS-COPIED
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE TEST-HOLDERS-FILE.
           CLOSE HOLDERS-FILE.

       COPIAR-FIRMANTES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT SIGNERS-FILE.
           OPEN OUTPUT TEST-SIGNERS-FILE.

           IF F-SIGNERS-STATUS NOT = "00"
               SET F-ENDED TO TRUE
           END-IF.

           PERFORM UNTIL F-ENDED
               READ SIGNERS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE SIGNER-ACCOUNT-KEY TO ACCOUNT-IN
                       PERFORM SUSTITUIR-CUENTA
                       MOVE ACCOUNT-OUT TO SIGNER-ACCOUNT-KEY
                       MOVE SIGNER-DNI TO DNI-IN
                       PERFORM SUSTITUIR-DNI
                       MOVE DNI-OUT TO SIGNER-DNI
                       MOVE SIGNER-RECORD TO TEST-SIGNER-RECORD
                       WRITE TEST-SIGNER-RECORD
                           INVALID KEY
                               ADD 1 TO WRITE-ERRORS
                           NOT INVALID KEY
                               ADD 1 TO SIGNERS-COPIED
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE TEST-SIGNERS-FILE.
           CLOSE SIGNERS-FILE.

       COPIAR-DESTINATARIOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT PAYEES-FILE.
           OPEN OUTPUT TEST-PAYEES-FILE.

           IF F-PAYEES-STATUS NOT = "00"
               SET F-ENDED TO TRUE
           END-IF.

           PERFORM UNTIL F-ENDED
               READ PAYEES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM ENMASCARAR-DESTINATARIO
                       MOVE PAYEE-RECORD TO TEST-PAYEE-RECORD
                       WRITE TEST-PAYEE-RECORD
                           INVALID KEY
                               ADD 1 TO WRITE-ERRORS
                           NOT INVALID KEY
                               ADD 1 TO PAYEES-COPIED
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE TEST-PAYEES-FILE.
           CLOSE PAYEES-FILE.

       ENMASCARAR-DESTINATARIO.
           MOVE PAYEE-DNI TO DNI-IN.
           PERFORM SUSTITUIR-DNI.
           MOVE DNI-OUT TO PAYEE-DNI.

           MOVE PAYEE-HOLDER-DNI TO DNI-IN.
           PERFORM SUSTITUIR-DNI.
           MOVE DNI-OUT TO PAYEE-HOLDER-DNI.
           MOVE DNI-OUT TO FAKE-DNI-TEXT.

           IF PAYEE-HOLDER-NAME NOT = SPACES
               MOVE SPACES TO PAYEE-HOLDER-NAME
               STRING "TITULAR PRUEBA " DELIMITED BY SIZE
                   FAKE-DNI-TEXT DELIMITED BY SIZE
                   INTO PAYEE-HOLDER-NAME
           END-IF.

           IF PAYEE-ALIAS NOT = SPACES
               MOVE SPACES TO PAYEE-ALIAS
               STRING "ALIAS.PRUEBA." DELIMITED BY SIZE
                   PAYEE-ID DELIMITED BY SIZE
                   INTO PAYEE-ALIAS
           END-IF.

           IF PAYEE-CBU = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF PAYEE-CBU IS NOT NUMERIC
               MOVE SPACES TO PAYEE-CBU
               EXIT PARAGRAPH
           END-IF.

           MOVE 'A' TO CBU-MODE.
           CALL "./common/cbu-account"
               USING CBU-MODE PAYEE-CBU CBU-ACCOUNT CBU-BRANCH
               CBU-RESULT.

           IF CBU-OK
               MOVE CBU-ACCOUNT TO ACCOUNT-IN
               PERFORM SUSTITUIR-CUENTA
               MOVE ACCOUNT-OUT TO CBU-ACCOUNT
               MOVE 'C' TO CBU-MODE
               CALL "./common/cbu-account"
                   USING CBU-MODE PAYEE-CBU CBU-ACCOUNT CBU-BRANCH
                   CBU-RESULT
           ELSE
               MOVE PAYEE-CBU TO CBU-WORK
               SET SUSTITUTO-CBU-EXTERNO TO TRUE
               MOVE CBU-WORK(9:13) TO SUSTITUTO-REAL
               PERFORM OBTENER-SUSTITUTO
               MOVE SUSTITUTO TO CBU-WORK(9:13)
               PERFORM RECALCULAR-DIGITO-CBU
               MOVE CBU-WORK TO PAYEE-CBU
           END-IF.

           ADD 1 TO CBUS-REGENERATED.

       RECALCULAR-DIGITO-CBU.
           MOVE ZERO TO CHECK-SUM.
           PERFORM VARYING CHECK-I FROM 1 BY 1 UNTIL CHECK-I > 13
               COMPUTE CHECK-SUM = CHECK-SUM
                   + CBU-DIGIT(CHECK-I + 8) * CBU-WEIGHT(CHECK-I)
           END-PERFORM.

           COMPUTE CBU-DIGIT(22) =
               FUNCTION MOD(10 - FUNCTION MOD(CHECK-SUM, 10), 10).

       SUSTITUIR-DNI.
           IF DNI-IN = ZERO
               MOVE ZERO TO DNI-OUT
               EXIT PARAGRAPH
           END-IF.

           SET SUSTITUTO-DNI TO TRUE.
           MOVE SPACES TO SUSTITUTO-REAL.
           MOVE DNI-IN TO SUSTITUTO-REAL(1:8).
           PERFORM OBTENER-SUSTITUTO.
           MOVE SUSTITUTO(1:8) TO DNI-OUT.

       SUSTITUIR-CUENTA.
           IF ACCOUNT-IN = ZERO
               MOVE ZERO TO ACCOUNT-OUT
               EXIT PARAGRAPH
           END-IF.

           SET SUSTITUTO-CUENTA TO TRUE.
           MOVE SPACES TO SUSTITUTO-REAL.
           MOVE ACCOUNT-IN TO SUSTITUTO-REAL(1:8).
           PERFORM OBTENER-SUSTITUTO.
           MOVE SUSTITUTO(1:8) TO ACCOUNT-OUT.

       OBTENER-SUSTITUTO.
           MOVE SUSTITUTO-KIND TO MAP-KIND.
           MOVE SUSTITUTO-REAL TO MAP-REAL.

           READ ANON-MAP-FILE
               KEY IS MAP-KEY
               INVALID KEY
                   PERFORM CREAR-SUSTITUTO
               NOT INVALID KEY
                   MOVE MAP-FAKE TO SUSTITUTO
           END-READ.

       CREAR-SUSTITUTO.
           SET SUSTITUTO-PENDIENTE TO TRUE.
           MOVE ZERO TO SUSTITUTO-INTENTOS.

           PERFORM UNTIL SUSTITUTO-GRABADO
               OR SUSTITUTO-INTENTOS > 100
               ADD 1 TO SUSTITUTO-INTENTOS
               PERFORM GENERAR-VALOR-FICTICIO
               MOVE SUSTITUTO-KIND TO MAP-KIND
               MOVE SUSTITUTO-REAL TO MAP-REAL
               MOVE SUSTITUTO-KIND TO MAP-FAKE-KIND
               MOVE SUSTITUTO TO MAP-FAKE
               WRITE ANON-MAP-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SUSTITUTO-GRABADO TO TRUE
               END-WRITE
           END-PERFORM.

           IF SUSTITUTO-PENDIENTE
               ADD 1 TO WRITE-ERRORS
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN SUSTITUTO-DNI
                   ADD 1 TO DNIS-REPLACED
               WHEN SUSTITUTO-CUENTA
                   ADD 1 TO ACCOUNTS-RENUMBERED
               WHEN SUSTITUTO-CBU-EXTERNO
                   ADD 1 TO EXTERNAL-CBUS-REPLACED
           END-EVALUATE.

       GENERAR-VALOR-FICTICIO.
           COMPUTE RANDOM-VALUE = FUNCTION RANDOM.
           MOVE SPACES TO SUSTITUTO.

           EVALUATE TRUE
               WHEN SUSTITUTO-DNI
                   COMPUTE FAKE-DNI-TEXT =
                       20000000 + RANDOM-VALUE * 49999999
                   MOVE FAKE-DNI-TEXT TO SUSTITUTO(1:8)
               WHEN SUSTITUTO-CUENTA
                   COMPUTE FAKE-ACCOUNT =
                       (1000000 + RANDOM-VALUE * 8999999) * 10
                   PERFORM CALCULAR-DIGITO-CUENTA
                   MOVE FAKE-ACCOUNT TO SUSTITUTO(1:8)
               WHEN SUSTITUTO-CBU-EXTERNO
                   COMPUTE CBU-ACCOUNT = RANDOM-VALUE * 99999999
                   MOVE "00000" TO SUSTITUTO(1:5)
                   MOVE CBU-ACCOUNT TO SUSTITUTO(6:8)
           END-EVALUATE.

       CALCULAR-DIGITO-CUENTA.
           MOVE ZERO TO CHECK-SUM.
           PERFORM VARYING CHECK-I FROM 1 BY 1 UNTIL CHECK-I > 7
               COMPUTE CHECK-SUM = CHECK-SUM
                   + FA-DIGIT(CHECK-I) * ACCOUNT-WEIGHT(CHECK-I)
           END-PERFORM.

           COMPUTE FA-DIGIT(8) =
               FUNCTION MOD(10 - FUNCTION MOD(CHECK-SUM, 10), 10).

       EMITIR-CERTIFICADO.
           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE "CERTIFICADO DE ENMASCARAMIENTO DE DATOS"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Origen: ambiente " DELIMITED BY SIZE
               NOMBRE-AMBIENTE DELIMITED BY SPACE
               "  Fecha: " DELIMITED BY SIZE
               WS-START-STAMP DELIMITED BY SIZE
               "  Operador: " DELIMITED BY SIZE
               WS-SESSION-USER DELIMITED BY SPACE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Destino: " DELIMITED BY SIZE
               TARGET-DIR DELIMITED BY SPACE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "Archivo           Registros Datos enmascarados"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE "clients.idx" TO FILE-NAME-WORK.
           MOVE CLIENTS-COPIED TO FILE-RECORDS.
           MOVE "nombre, DNI, CUIT, DNI repres./tutor, dia nacim."
               TO PATH-WORK.
           PERFORM EMITIR-RENGLON-ARCHIVO.

           MOVE "accounts.idx" TO FILE-NAME-WORK.
           MOVE ACCOUNTS-COPIED TO FILE-RECORDS.
           MOVE "numero de cuenta, DNI del titular" TO PATH-WORK.
           PERFORM EMITIR-RENGLON-ARCHIVO.

           MOVE "contacts.idx" TO FILE-NAME-WORK.
           MOVE CONTACTS-COPIED TO FILE-RECORDS.
           MOVE "DNI, domicilio, telefono, correo" TO PATH-WORK.
           PERFORM EMITIR-RENGLON-ARCHIVO.

           MOVE "transactions.idx" TO FILE-NAME-WORK.
           MOVE TRANSACTIONS-COPIED TO FILE-RECORDS.
           MOVE "numero de cuenta, detalle libre" TO PATH-WORK.
           PERFORM EMITIR-RENGLON-ARCHIVO.

           MOVE "holders.idx" TO FILE-NAME-WORK.
           MOVE HOLDERS-COPIED TO FILE-RECORDS.
           MOVE "numero de cuenta, DNI" TO PATH-WORK.
           PERFORM EMITIR-RENGLON-ARCHIVO.

           MOVE "signers.idx" TO FILE-NAME-WORK.
           MOVE SIGNERS-COPIED TO FILE-RECORDS.
           MOVE "numero de cuenta, DNI" TO PATH-WORK.
           PERFORM EMITIR-RENGLON-ARCHIVO.

           MOVE "payees.idx" TO FILE-NAME-WORK.
           MOVE PAYEES-COPIED TO FILE-RECORDS.
           MOVE "DNI, titular, nombre, CBU, alias" TO PATH-WORK.
           PERFORM EMITIR-RENGLON-ARCHIVO.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DNI sustituidos: " DELIMITED BY SIZE
               DNIS-REPLACED DELIMITED BY SIZE
               "  Cuentas renumeradas con DV: " DELIMITED BY SIZE
               ACCOUNTS-RENUMBERED DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUIT regenerados: " DELIMITED BY SIZE
               CUITS-REGENERATED DELIMITED BY SIZE
               "  CBU regenerados: " DELIMITED BY SIZE
               CBUS-REGENERATED DELIMITED BY SIZE
               "  Detalles ocultos: " DELIMITED BY SIZE
               MEMOS-MASKED DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "Cada DNI y cada cuenta tienen un unico sustituto en "
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "todos los archivos; la tabla de correspondencias fue"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "vaciada al terminar la copia."
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF WRITE-ERRORS > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Registros no copiados por error: "
                   DELIMITED BY SIZE
                   WRITE-ERRORS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       EMITIR-RENGLON-ARCHIVO.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE FILE-NAME-WORK TO WS-REPORT-LINE(1:17).
           MOVE FILE-RECORDS TO WS-REPORT-LINE(19:7).
           MOVE PATH-WORK TO WS-REPORT-LINE(29:52).
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM test-data-copy.
