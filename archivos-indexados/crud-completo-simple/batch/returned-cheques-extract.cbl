       IDENTIFICATION DIVISION.
       PROGRAM-ID. returned-cheques-extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXTRACT-FILE
       ASSIGN TO "returned-cheques-extract.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-EXTRACT-STATUS.

       COPY "../copylib/physic-returned-cheques.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-own-bank.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  EX-TIPO PIC X.
               88  EX-ES-CABECERA VALUE 'H'.
               88  EX-ES-DETALLE VALUE 'D'.
               88  EX-ES-TRAILER VALUE 'T'.
           05  EX-DATOS PIC X(120).
           05  EX-CABECERA REDEFINES EX-DATOS.
               10  EX-BANK-CODE PIC 9(3).
               10  EX-PERIOD PIC 9(6).
               10  EX-CREATED PIC 9(8).
               10  FILLER PIC X(103).
           05  EX-DETALLE REDEFINES EX-DATOS.
               10  EX-DRAWEE-BANK PIC 9(3).
               10  EX-BRANCH PIC 9(3).
               10  EX-ACCOUNT PIC 9(8).
               10  EX-CHEQUE PIC 9(8).
               10  EX-RETURN-DATE PIC 9(8).
               10  EX-AMOUNT PIC 9(8)V99.
               10  EX-REASON PIC X(20).
               10  EX-DRAWER-CUIT PIC 9(11).
               10  EX-DRAWER-NAME PIC X(30).
               10  EX-PRESENTING-BANK PIC 9(3).
               10  FILLER PIC X(16).
           05  EX-TRAILER REDEFINES EX-DATOS.
               10  EX-TRAILER-COUNT PIC 9(6).
               10  EX-TRAILER-TOTAL PIC 9(12)V99.
               10  FILLER PIC X(100).

       COPY "../copylib/logic-returned-cheques.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-own-bank.cpy".

       WORKING-STORAGE SECTION.
       01  F-EXTRACT-STATUS PIC XX.
       01  F-RETURNED-CHEQUES-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-OWN-BANK-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  EXTRACT-PERIOD PIC 9(6).
       01  EXTRACT-PERIOD-R REDEFINES EXTRACT-PERIOD.
           05  EXTRACT-YEAR PIC 9(4).
           05  EXTRACT-MONTH PIC 9(2).
       01  BANCO-PROPIO PIC 9(3) VALUE ZERO.

       01  EXTRACT-COUNT PIC 9(6) VALUE ZERO.
       01  EXTRACT-TOTAL PIC 9(12)V99 VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-JOB-NAME PIC X(30) VALUE "returned-cheques-extract".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Régimen informativo de cheques rechazados ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           DISPLAY "Período a informar (AAAAMM, 0 = mes anterior): ".
           ACCEPT EXTRACT-PERIOD.

           IF EXTRACT-PERIOD = ZERO
               PERFORM CALCULAR-MES-ANTERIOR
           END-IF.

           IF EXTRACT-MONTH < 1 OR EXTRACT-MONTH > 12
               DISPLAY "Período inválido"
               GOBACK
           END-IF.

           PERFORM LEER-BANCO-PROPIO.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT RETURNED-CHEQUES-FILE.
           OPEN INPUT ACCOUNTS-FILE.
           OPEN INPUT CLIENTS-FILE.
           OPEN OUTPUT EXTRACT-FILE.

           SET EX-ES-CABECERA TO TRUE.
           MOVE SPACES TO EX-DATOS.
           MOVE BANCO-PROPIO TO EX-BANK-CODE.
           MOVE EXTRACT-PERIOD TO EX-PERIOD.
           MOVE WS-BUSINESS-DATE TO EX-CREATED.
           WRITE EXTRACT-RECORD.

           IF F-RETURNED-CHEQUES-STATUS NOT = "00"
               SET F-ENDED TO TRUE
           END-IF.

           PERFORM UNTIL F-ENDED
               READ RETURNED-CHEQUES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF RCQ-RETURN-DATE(1:6) = EXTRACT-PERIOD
                           PERFORM EMITIR-RECHAZO
                       END-IF
               END-READ
           END-PERFORM.

           SET EX-ES-TRAILER TO TRUE.
           MOVE SPACES TO EX-DATOS.
           MOVE EXTRACT-COUNT TO EX-TRAILER-COUNT.
           MOVE EXTRACT-TOTAL TO EX-TRAILER-TOTAL.
           WRITE EXTRACT-RECORD.

           CLOSE EXTRACT-FILE.
           CLOSE CLIENTS-FILE.
           CLOSE ACCOUNTS-FILE.
           CLOSE RETURNED-CHEQUES-FILE.

           DISPLAY "Período informado: " EXTRACT-PERIOD.
           DISPLAY "Cheques rechazados informados: " EXTRACT-COUNT.
           MOVE EXTRACT-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Importe total: " WS-TOTAL-EDIT.
           DISPLAY "Archivo generado: returned-cheques-extract.dat".

           MOVE EXTRACT-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       CALCULAR-MES-ANTERIOR.
           MOVE WS-BUSINESS-DATE(1:6) TO EXTRACT-PERIOD.

           IF EXTRACT-MONTH = 1
               SUBTRACT 1 FROM EXTRACT-YEAR
               MOVE 12 TO EXTRACT-MONTH
           ELSE
               SUBTRACT 1 FROM EXTRACT-MONTH
           END-IF.

       LEER-BANCO-PROPIO.
           OPEN INPUT OWN-BANK-FILE.

           IF F-OWN-BANK-STATUS = "00"
               READ OWN-BANK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OB-BANK-CODE TO BANCO-PROPIO
               END-READ
           END-IF.

           CLOSE OWN-BANK-FILE.

       EMITIR-RECHAZO.
           SET EX-ES-DETALLE TO TRUE.
           MOVE SPACES TO EX-DATOS.
           MOVE BANCO-PROPIO TO EX-DRAWEE-BANK.
           MOVE ZERO TO EX-BRANCH.
           MOVE RCQ-ACCOUNT-KEY TO EX-ACCOUNT.
           MOVE RCQ-CHEQUE-NUMBER TO EX-CHEQUE.
           MOVE RCQ-RETURN-DATE TO EX-RETURN-DATE.
           MOVE RCQ-AMOUNT TO EX-AMOUNT.
           MOVE RCQ-REASON TO EX-REASON.
           MOVE RCQ-CLIENT-DNI TO EX-DRAWER-CUIT.
           MOVE RCQ-PRESENTING-BANK TO EX-PRESENTING-BANK.

           MOVE RCQ-ACCOUNT-KEY TO ACCOUNT-KEY.
           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-BRANCH TO EX-BRANCH
           END-READ.

           MOVE RCQ-CLIENT-DNI TO CLIENT-DNI.
           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENT-NAME TO EX-DRAWER-NAME
                   IF CLIENT-CUIT NOT = ZERO
                       MOVE CLIENT-CUIT TO EX-DRAWER-CUIT
                   END-IF
           END-READ.

           WRITE EXTRACT-RECORD.

           ADD 1 TO EXTRACT-COUNT.
           ADD RCQ-AMOUNT TO EXTRACT-TOTAL.

       END PROGRAM returned-cheques-extract.
