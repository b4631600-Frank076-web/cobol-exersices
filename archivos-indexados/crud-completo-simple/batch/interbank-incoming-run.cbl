       IDENTIFICATION DIVISION.
       PROGRAM-ID. interbank-incoming-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INCOMING-FILE
       ASSIGN TO "interbank-incoming.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-INCOMING-STATUS.

       SELECT INCOMING-RETURNS-FILE
       ASSIGN TO "interbank-incoming-returns.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-RETURNS-STATUS.

       COPY "../copylib/physic-interbank-in.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  INCOMING-FILE.
       01  INCOMING-RECORD.
           05  IN-TIPO PIC X.
               88  IN-ES-DETALLE VALUE 'D'.
               88  IN-ES-TRAILER VALUE 'T'.
           05  IN-DATOS PIC X(110).
           05  IN-DETALLE REDEFINES IN-DATOS.
               10  IN-CLEARING-REF PIC X(20).
               10  IN-ORIGIN-BANK PIC 9(3).
               10  IN-ORIGIN-CBU PIC X(22).
               10  IN-ORIGINATOR-CUIT PIC 9(11).
               10  IN-CBU PIC X(22).
               10  IN-CURRENCY PIC X(3).
               10  IN-AMOUNT PIC 9(8)V99.
               10  IN-VALUE-DATE PIC 9(8).
               10  FILLER PIC X(11).
           05  IN-TRAILER REDEFINES IN-DATOS.
               10  IN-TRAILER-COUNT PIC 9(6).
               10  IN-TRAILER-TOTAL PIC 9(10)V99.
               10  FILLER PIC X(92).

       FD  INCOMING-RETURNS-FILE.
       01  INCOMING-RETURN-RECORD.
           05  RI-TIPO PIC X.
               88  RI-ES-DETALLE VALUE 'D'.
               88  RI-ES-TRAILER VALUE 'T'.
           05  RI-DATOS PIC X(99).
           05  RI-DETALLE REDEFINES RI-DATOS.
               10  RI-CLEARING-REF PIC X(20).
               10  RI-ORIGIN-BANK PIC 9(3).
               10  RI-ORIGIN-CBU PIC X(22).
               10  RI-CBU PIC X(22).
               10  RI-AMOUNT PIC 9(8)V99.
               10  RI-REASON PIC X(20).
               10  FILLER PIC X(2).
           05  RI-TRAILER REDEFINES RI-DATOS.
               10  RI-TRAILER-COUNT PIC 9(6).
               10  RI-TRAILER-TOTAL PIC 9(10)V99.
               10  FILLER PIC X(81).

       COPY "../copylib/logic-interbank-in.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-INCOMING-STATUS PIC XX.
       01  F-RETURNS-STATUS PIC XX.
       01  F-INTERBANK-IN-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  TRAILER-SEEN-FLAG PIC X.
           88  TRAILER-SEEN VALUE 'Y'.
           88  TRAILER-NOT-SEEN VALUE 'N'.

       01  DETAIL-COUNT PIC 9(6) VALUE ZERO.
       01  DETAIL-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  TRAILER-COUNT PIC 9(6).
       01  TRAILER-TOTAL PIC 9(10)V99.

       01  CREDITED-COUNT PIC 9(6) VALUE ZERO.
       01  CREDITED-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  RETURNED-COUNT PIC 9(6) VALUE ZERO.
       01  RETURNED-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  DUPLICATE-COUNT PIC 9(6) VALUE ZERO.
       01  RETRY-COUNT PIC 9(6) VALUE ZERO.

       01  WS-CBU-MODE PIC X.
       01  WS-CBU-ACCOUNT PIC 9(8).
       01  WS-CBU-BRANCH PIC 9(3).
       01  WS-CBU-RESULT PIC X.
           88  CBU-OK VALUE 'Y'.
           88  CBU-BAD VALUE 'N'.
           88  CBU-OTHER-BANK VALUE 'E'.

       01  RETURN-REASON PIC X(20).

       01  WS-SESSION-USER PIC X(30).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-RECEIPT-NUMBER PIC 9(8).

       01  WS-POST-TYPE PIC X.
       01  WS-POST-AMOUNT PIC 9(8)V99.
       01  WS-POST-DELTA PIC S9(8)V99.
       01  WS-POST-REF-DATE PIC 9(8).
       01  WS-POST-REF-SEQ PIC 9(4).
       01  WS-POST-RESULT PIC X.
           88  POST-OK VALUE 'Y'.
           88  POST-FAILED VALUE 'N'.

       01  WS-REASON-MODE PIC X.
       01  WS-REASON-CODE PIC X(4).
       01  WS-MEMO PIC X(40).

       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-JOB-NAME PIC X(30) VALUE "interbank-incoming-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4).

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Transferencias recibidas de otros bancos ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-TODAY-DATE WS-DAY-STATE.

           PERFORM VERIFICAR-TOTALES-DE-CONTROL.

           IF TRAILER-NOT-SEEN
               DISPLAY
               "El archivo no tiene registro de control, no se "
               "aplica nada"
               GOBACK
           END-IF.

           IF DETAIL-COUNT NOT = TRAILER-COUNT
               OR DETAIL-TOTAL NOT = TRAILER-TOTAL
               DISPLAY
               "Los totales de control no coinciden con el "
               "detalle, no se aplica nada"
               DISPLAY "Detalle: " DETAIL-COUNT " registros"
               DISPLAY "Control: " TRAILER-COUNT " registros"
               GOBACK
           END-IF.

           PERFORM APLICAR-CREDITOS.

           DISPLAY "--- Resultado ---".
           DISPLAY "Créditos acreditados: " CREDITED-COUNT.
           MOVE CREDITED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Importe acreditado: " WS-TOTAL-EDIT.
           DISPLAY "Créditos devueltos: " RETURNED-COUNT.
           MOVE RETURNED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Importe devuelto: " WS-TOTAL-EDIT.
           DISPLAY "Ya procesados en corridas previas: "
               DUPLICATE-COUNT.
           DISPLAY "Pendientes de reintento: " RETRY-COUNT.
           DISPLAY
           "Archivo de devoluciones: interbank-incoming-returns.dat".

           COMPUTE WS-JOB-RECORDS = CREDITED-COUNT + RETURNED-COUNT.
           IF RETRY-COUNT = ZERO
               MOVE "OK" TO WS-JOB-OUTCOME
           ELSE
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       VERIFICAR-TOTALES-DE-CONTROL.
           SET F-NOT-ENDED TO TRUE.
           SET TRAILER-NOT-SEEN TO TRUE.

           OPEN INPUT INCOMING-FILE.

           IF F-INCOMING-STATUS NOT = "00"
               DISPLAY "No hay archivo de transferencias recibidas ("
                   F-INCOMING-STATUS ")"
               CLOSE INCOMING-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL F-ENDED
               READ INCOMING-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF IN-ES-DETALLE
                           ADD 1 TO DETAIL-COUNT
                           ADD IN-AMOUNT TO DETAIL-TOTAL
                       ELSE
                           IF IN-ES-TRAILER
                               SET TRAILER-SEEN TO TRUE
                               MOVE IN-TRAILER-COUNT
                                   TO TRAILER-COUNT
                               MOVE IN-TRAILER-TOTAL
                                   TO TRAILER-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INCOMING-FILE.

       APLICAR-CREDITOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT INCOMING-FILE.
           OPEN OUTPUT INCOMING-RETURNS-FILE.
           OPEN INPUT ACCOUNTS-FILE.
           OPEN I-O INTERBANK-IN-FILE.

           PERFORM UNTIL F-ENDED
               READ INCOMING-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF IN-ES-DETALLE
                           PERFORM APLICAR-UN-CREDITO
                       END-IF
               END-READ
           END-PERFORM.

           SET RI-ES-TRAILER TO TRUE.
           MOVE SPACES TO RI-DATOS.
           MOVE RETURNED-COUNT TO RI-TRAILER-COUNT.
           MOVE RETURNED-TOTAL TO RI-TRAILER-TOTAL.
           WRITE INCOMING-RETURN-RECORD.

           CLOSE INTERBANK-IN-FILE.
           CLOSE ACCOUNTS-FILE.
           CLOSE INCOMING-RETURNS-FILE.
           CLOSE INCOMING-FILE.

       APLICAR-UN-CREDITO.
           MOVE IN-CLEARING-REF TO IBI-CLEARING-REF.

           READ INTERBANK-IN-FILE
               KEY IS IBI-CLEARING-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO DUPLICATE-COUNT
                   DISPLAY
                   "La referencia " IN-CLEARING-REF
                   " ya fue procesada (" IBI-STATUS "), se omite"
                   EXIT PARAGRAPH
           END-READ.

           MOVE 'A' TO WS-CBU-MODE.
           CALL "./common/cbu-account"
               USING WS-CBU-MODE IN-CBU WS-CBU-ACCOUNT
               WS-CBU-BRANCH WS-CBU-RESULT.

           IF CBU-OTHER-BANK
               MOVE "CBU DE OTRO BANCO" TO RETURN-REASON
               PERFORM DEVOLVER-CREDITO
               EXIT PARAGRAPH
           END-IF.

           IF CBU-BAD
               MOVE "CBU INVALIDO" TO RETURN-REASON
               PERFORM DEVOLVER-CREDITO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CBU-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO RETURN-REASON
                   PERFORM DEVOLVER-CREDITO
                   EXIT PARAGRAPH
           END-READ.

           IF ACCOUNT-CLOSED
               MOVE "CUENTA CERRADA" TO RETURN-REASON
               PERFORM DEVOLVER-CREDITO
               EXIT PARAGRAPH
           END-IF.

           IF ACCOUNT-FROZEN
               MOVE "CUENTA BLOQUEADA" TO RETURN-REASON
               PERFORM DEVOLVER-CREDITO
               EXIT PARAGRAPH
           END-IF.

           IF IN-CURRENCY NOT = SPACES
               AND IN-CURRENCY NOT = ACCOUNT-CURRENCY
               MOVE "MONEDA DISTINTA" TO RETURN-REASON
               PERFORM DEVOLVER-CREDITO
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIJAR-MOTIVO-TRANSFERENCIA.

           MOVE 'D' TO WS-POST-TYPE.
           MOVE IN-AMOUNT TO WS-POST-AMOUNT.
           COMPUTE WS-POST-DELTA = IN-AMOUNT.
           MOVE ZERO TO WS-POST-REF-DATE.
           MOVE ZERO TO WS-POST-REF-SEQ.

           CALL "./common/post-movement"
               USING ACCOUNT-KEY WS-POST-TYPE WS-POST-AMOUNT
               WS-POST-DELTA WS-POST-REF-DATE WS-POST-REF-SEQ
               WS-RECEIPT-NUMBER WS-POST-RESULT.

           IF POST-FAILED
               ADD 1 TO RETRY-COUNT
               DISPLAY
               "ATENCIÓN: la referencia " IN-CLEARING-REF
               " no pudo acreditarse en la cuenta " ACCOUNT-KEY
               ", queda pendiente para la próxima corrida"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CREDITED-COUNT.
           ADD IN-AMOUNT TO CREDITED-TOTAL.

           SET IBI-POSTED TO TRUE.
           MOVE SPACES TO IBI-RETURN-REASON.
           MOVE ACCOUNT-KEY TO IBI-ACCOUNT.
           MOVE WS-RECEIPT-NUMBER TO IBI-RECEIPT.
           PERFORM REGISTRAR-CREDITO.

       FIJAR-MOTIVO-TRANSFERENCIA.
           MOVE 'S' TO WS-REASON-MODE.
           MOVE "TRIB" TO WS-REASON-CODE.
           MOVE SPACES TO WS-MEMO.
           STRING "Transf. recibida bco " DELIMITED BY SIZE
               IN-ORIGIN-BANK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IN-CLEARING-REF DELIMITED BY SIZE
               INTO WS-MEMO.

           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

       DEVOLVER-CREDITO.
           ADD 1 TO RETURNED-COUNT.
           ADD IN-AMOUNT TO RETURNED-TOTAL.

           SET RI-ES-DETALLE TO TRUE.
           MOVE SPACES TO RI-DATOS.
           MOVE IN-CLEARING-REF TO RI-CLEARING-REF.
           MOVE IN-ORIGIN-BANK TO RI-ORIGIN-BANK.
           MOVE IN-ORIGIN-CBU TO RI-ORIGIN-CBU.
           MOVE IN-CBU TO RI-CBU.
           MOVE IN-AMOUNT TO RI-AMOUNT.
           MOVE RETURN-REASON TO RI-REASON.

           WRITE INCOMING-RETURN-RECORD.

           SET IBI-RETURNED TO TRUE.
           MOVE RETURN-REASON TO IBI-RETURN-REASON.
           MOVE WS-CBU-ACCOUNT TO IBI-ACCOUNT.
           MOVE ZERO TO IBI-RECEIPT.
           PERFORM REGISTRAR-CREDITO.

           DISPLAY
           "Devuelto: referencia " IN-CLEARING-REF
           " CBU " IN-CBU
           " motivo " RETURN-REASON.

       REGISTRAR-CREDITO.
           MOVE IN-CLEARING-REF TO IBI-CLEARING-REF.
           MOVE IN-ORIGIN-BANK TO IBI-ORIGIN-BANK.
           MOVE IN-ORIGIN-CBU TO IBI-ORIGIN-CBU.
           MOVE IN-ORIGINATOR-CUIT TO IBI-ORIGINATOR-CUIT.
           MOVE IN-CBU TO IBI-CBU.
           MOVE IN-AMOUNT TO IBI-AMOUNT.
           MOVE WS-TODAY-DATE TO IBI-DATE.

           WRITE INTERBANK-IN-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: la referencia " IN-CLEARING-REF
                   " se procesó pero no pudo registrarse, no la "
                   "vuelva a aplicar"
           END-WRITE.

       END PROGRAM interbank-incoming-run.
