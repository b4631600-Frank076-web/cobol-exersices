
       COPY "../copylib/physic-cheques.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-returned-cheques.cpy".
       COPY "../copylib/physic-cheque-return-counts.cpy".
       COPY "../copylib/physic-cases.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  INWARD-CLEARING-FILE.
       01  INWARD-CLEARING-RECORD.
           05  IC-TIPO PIC X.
               88  IC-ES-CABECERA VALUE 'H'.
               88  IC-ES-DETALLE VALUE 'D'.
               88  IC-ES-TRAILER VALUE 'T'.
           05  IC-DATOS PIC X(54).
           05  IC-CABECERA REDEFINES IC-DATOS.
               10  IC-HEADER-SENDER PIC X(8).
               10  IC-HEADER-DATE PIC 9(8).
               10  IC-HEADER-SEQUENCE PIC 9(6).
               10  FILLER PIC X(32).
           05  IC-DETALLE REDEFINES IC-DATOS.
               10  IC-ACCOUNT PIC 9(8).
               10  IC-CHEQUE PIC 9(8).

       COPY "../copylib/logic-cheques.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-returned-cheques.cpy".
       COPY "../copylib/logic-cheque-return-counts.cpy".
       COPY "../copylib/logic-cases.cpy".

       WORKING-STORAGE SECTION.
       01  F-CLEARING-STATUS PIC XX.
       01  F-RETURNS-STATUS PIC XX.
       01  F-CHEQUES-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-RETURNED-CHEQUES-STATUS PIC XX.
       01  F-RETURN-COUNTS-STATUS PIC XX.
       01  F-CASES-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  INBOUND-CONTROL.
           05  IFC-MODE PIC X.
               88  IFC-VALIDATE VALUE 'V'.
               88  IFC-FINISH VALUE 'F'.
           05  IFC-FEED PIC X(12).
           05  IFC-FIRST-TYPE PIC X.
           05  IFC-LAST-TYPE PIC X.
           05  IFC-HEADERS-SEEN PIC 9(4).
           05  IFC-TRAILERS-SEEN PIC 9(4).
           05  IFC-SENDER PIC X(8).
           05  IFC-FILE-DATE PIC 9(8).
           05  IFC-SEQUENCE PIC 9(6).
           05  IFC-DECLARED-COUNT PIC 9(6).
           05  IFC-DECLARED-TOTAL PIC 9(10)V99.
           05  IFC-ACTUAL-COUNT PIC 9(6).
           05  IFC-ACTUAL-TOTAL PIC 9(12)V99.
           05  IFC-RESUMABLE PIC X.
               88  IFC-RUN-RESUMES VALUE 'Y'.
               88  IFC-RUN-FROM-START VALUE 'N'.
           05  IFC-ARRIVAL-STAMP PIC X(16).
           05  IFC-RESULT PIC X.
               88  IFC-ACCEPTED VALUE 'Y'.
               88  IFC-REJECTED VALUE 'N'.
           05  IFC-REASON PIC X(40).

       01  PAID-COUNT PIC 9(6) VALUE ZERO.
       01  PAID-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  RETURNED-COUNT PIC 9(6) VALUE ZERO.
       01  DISQUALIFIED-COUNT PIC 9(6) VALUE ZERO.

       01  RETURN-THRESHOLD PIC 9(4) VALUE 5.
       01  DRAWER-DNI PIC 9(8).

       01  COUNT-ROW-FLAG PIC X.
           88  COUNT-ROW-FOUND VALUE 'Y'.
           88  COUNT-ROW-NEW VALUE 'N'.

       01  CASE-WRITE-FLAG PIC X.
           88  CASE-ROW-WRITTEN VALUE 'Y'.
           88  CASE-ROW-PENDING VALUE 'N'.

       01  WS-SESSION-USER PIC X(30).
       01  WS-ACTIVE-HOLDS PIC 9(8)V99.

           PERFORM VERIFICAR-TOTALES-DE-CONTROL.

           IF IFC-REJECTED
               DISPLAY "No se aplica nada del archivo"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM APLICAR-CHEQUES.

           SET IFC-FINISH TO TRUE.
           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

           DISPLAY "--- Resultado ---".
           DISPLAY "Cheques pagados: " PAID-COUNT.
           MOVE PAID-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Importe pagado: " WS-TOTAL-EDIT.
           DISPLAY "Cheques devueltos: " RETURNED-COUNT.
           DISPLAY "Libradores inhabilitados en la corrida: "
               DISQUALIFIED-COUNT.

           GOBACK.

       VERIFICAR-TOTALES-DE-CONTROL.
           SET F-NOT-ENDED TO TRUE.
           INITIALIZE INBOUND-CONTROL.
           SET IFC-VALIDATE TO TRUE.
           SET IFC-RUN-FROM-START TO TRUE.
           MOVE "CLEARING" TO IFC-FEED.

           OPEN INPUT INWARD-CLEARING-FILE.

                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM CONTAR-REGISTRO-DE-CONTROL
               END-READ
           END-PERFORM.

           CLOSE INWARD-CLEARING-FILE.

           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

       CONTAR-REGISTRO-DE-CONTROL.
           IF IFC-FIRST-TYPE = SPACE
               MOVE IC-TIPO TO IFC-FIRST-TYPE
           END-IF.
           MOVE IC-TIPO TO IFC-LAST-TYPE.

           EVALUATE TRUE
               WHEN IC-ES-CABECERA
                   ADD 1 TO IFC-HEADERS-SEEN
                   MOVE IC-HEADER-SENDER TO IFC-SENDER
                   MOVE IC-HEADER-DATE TO IFC-FILE-DATE
                   MOVE IC-HEADER-SEQUENCE TO IFC-SEQUENCE
               WHEN IC-ES-DETALLE
                   ADD 1 TO IFC-ACTUAL-COUNT
                   ADD IC-AMOUNT TO IFC-ACTUAL-TOTAL
               WHEN IC-ES-TRAILER
                   ADD 1 TO IFC-TRAILERS-SEEN
                   MOVE IC-TRAILER-COUNT TO IFC-DECLARED-COUNT
                   MOVE IC-TRAILER-TOTAL TO IFC-DECLARED-TOTAL
           END-EVALUATE.

       APLICAR-CHEQUES.
           SET F-NOT-ENDED TO TRUE.

           OPEN OUTPUT CHEQUE-RETURNS-FILE.
           OPEN INPUT ACCOUNTS-FILE.
           OPEN I-O CHEQUES-FILE.
           OPEN I-O RETURNED-CHEQUES-FILE.
           OPEN I-O CHEQUE-RETURN-COUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ INWARD-CLEARING-FILE
               END-READ
           END-PERFORM.

           CLOSE CHEQUE-RETURN-COUNTS-FILE.
           CLOSE RETURNED-CHEQUES-FILE.
           CLOSE CHEQUES-FILE.
           CLOSE ACCOUNTS-FILE.
           CLOSE CHEQUE-RETURNS-FILE.
                       REWRITE CHEQUE-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CR-REASON NOT = "ERROR DE ARCHIVO"
                                   PERFORM REGISTRAR-RECHAZO
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ.

       REGISTRAR-RECHAZO.
           MOVE ZERO TO DRAWER-DNI.
           MOVE IC-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-CLIENT-DNI TO DRAWER-DNI
           END-READ.

           MOVE IC-ACCOUNT TO RCQ-ACCOUNT-KEY.
           MOVE IC-CHEQUE TO RCQ-CHEQUE-NUMBER.
           MOVE DRAWER-DNI TO RCQ-CLIENT-DNI.
           MOVE WS-TODAY-DATE TO RCQ-RETURN-DATE.
           MOVE IC-AMOUNT TO RCQ-AMOUNT.
           MOVE IC-PRESENTING-BANK TO RCQ-PRESENTING-BANK.
           MOVE CR-REASON TO RCQ-REASON.

           WRITE RETURNED-CHEQUE-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: el rechazo del cheque " IC-CHEQUE
                   " de la cuenta " IC-ACCOUNT
                   " no pudo registrarse"
                   EXIT PARAGRAPH
           END-WRITE.

           SET RCC-IS-ACCOUNT TO TRUE.
           MOVE IC-ACCOUNT TO RCC-HOLDER-ID.
           PERFORM SUMAR-RECHAZO.

           IF DRAWER-DNI = ZERO
               EXIT PARAGRAPH
           END-IF.

           SET RCC-IS-CLIENT TO TRUE.
           MOVE DRAWER-DNI TO RCC-HOLDER-ID.
           PERFORM SUMAR-RECHAZO.

           IF RCC-COUNT >= RETURN-THRESHOLD
               AND RCC-NOT-DISQUALIFIED
               SET RCC-IS-DISQUALIFIED TO TRUE
               MOVE WS-TODAY-DATE TO RCC-DISQUALIFIED-DATE
               REWRITE CHEQUE-RETURN-COUNT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO DISQUALIFIED-COUNT
               DISPLAY
               "El cliente " DRAWER-DNI " alcanzó " RCC-COUNT
               " cheques rechazados: queda inhabilitado para "
               "nuevas chequeras"
               PERFORM ABRIR-CASO-CUMPLIMIENTO
           END-IF.

       SUMAR-RECHAZO.
           SET COUNT-ROW-FOUND TO TRUE.

           READ CHEQUE-RETURN-COUNTS-FILE
               KEY IS RCC-KEY
               INVALID KEY
                   SET COUNT-ROW-NEW TO TRUE
                   MOVE ZERO TO RCC-COUNT
                   SET RCC-NOT-DISQUALIFIED TO TRUE
                   MOVE ZERO TO RCC-DISQUALIFIED-DATE
           END-READ.

           ADD 1 TO RCC-COUNT.
           MOVE WS-TODAY-DATE TO RCC-LAST-DATE.
           MOVE CR-REASON TO RCC-LAST-REASON.

           IF COUNT-ROW-NEW
               WRITE CHEQUE-RETURN-COUNT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE CHEQUE-RETURN-COUNT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       ABRIR-CASO-CUMPLIMIENTO.
           MOVE DRAWER-DNI TO CASE-DNI.
           SET CASE-FROM-CHEQUE-RETURNS TO TRUE.
           MOVE IC-ACCOUNT TO CASE-REF.
           SET CASE-OPEN TO TRUE.
           MOVE SPACES TO CASE-INVESTIGATOR.
           MOVE WS-TODAY-DATE TO CASE-OPENED-DATE.
           MOVE ZERO TO CASE-CLOSED-DATE.
           MOVE SPACES TO CASE-DISPOSITION.

           OPEN I-O CASES-FILE.

           SET CASE-ROW-PENDING TO TRUE.
           MOVE ZERO TO CASE-ID.

           PERFORM UNTIL CASE-ROW-WRITTEN OR CASE-ID = 999999
               ADD 1 TO CASE-ID
               WRITE CASE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CASE-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE CASES-FILE.

           IF CASE-ROW-WRITTEN
               DISPLAY
               "Cuenta " IC-ACCOUNT " derivada a cumplimiento, "
               "caso " CASE-ID
           ELSE
               DISPLAY
               "ATENCIÓN: no fue posible abrir el caso de "
               "cumplimiento para la cuenta " IC-ACCOUNT
           END-IF.

       END PROGRAM inward-clearing-run.
