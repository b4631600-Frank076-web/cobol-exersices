       IDENTIFICATION DIVISION.
       PROGRAM-ID. outward-clearing-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OUTWARD-FILE
       ASSIGN TO "outward-clearing.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-OUTWARD-STATUS.

       COPY "../copylib/physic-deposited-cheques.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  OUTWARD-FILE.
       01  OUTWARD-RECORD.
           05  OW-TIPO PIC X.
               88  OW-ES-DETALLE VALUE 'D'.
               88  OW-ES-TRAILER VALUE 'T'.
           05  OW-DATOS PIC X(70).
           05  OW-DETALLE REDEFINES OW-DATOS.
               10  OW-ID PIC 9(8).
               10  OW-DRAWEE-BANK PIC 9(3).
               10  OW-DRAWEE-BRANCH PIC 9(3).
               10  OW-DRAWEE-ACCOUNT PIC 9(11).
               10  OW-CHEQUE-NUMBER PIC 9(8).
               10  OW-AMOUNT PIC 9(8)V99.
               10  OW-DEPOSIT-DATE PIC 9(8).
               10  OW-ACCOUNT-KEY PIC 9(8).
               10  FILLER PIC X(11).
           05  OW-TRAILER REDEFINES OW-DATOS.
               10  OW-TRAILER-COUNT PIC 9(6).
               10  OW-TRAILER-TOTAL PIC 9(10)V99.
               10  FILLER PIC X(52).

       COPY "../copylib/logic-deposited-cheques.cpy".

       WORKING-STORAGE SECTION.
       01  F-OUTWARD-STATUS PIC XX.
       01  F-DEPOSITED-CHEQUES-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  SENT-COUNT PIC 9(6) VALUE ZERO.
       01  SENT-TOTAL PIC 9(12)V99 VALUE ZERO.

       01  WS-TOTAL-EDIT PIC Z(11)9.99.

       01  WS-JOB-NAME PIC X(30) VALUE "outward-clearing-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Cámara compensadora: cheques depositados ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           SET F-NOT-ENDED TO TRUE.

           OPEN I-O DEPOSITED-CHEQUES-FILE.

           IF F-DEPOSITED-CHEQUES-STATUS NOT = "00"
               DISPLAY "No hay cheques depositados"
               CLOSE DEPOSITED-CHEQUES-FILE
               GOBACK
           END-IF.

           OPEN OUTPUT OUTWARD-FILE.

           PERFORM UNTIL F-ENDED
               READ DEPOSITED-CHEQUES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF DCQ-DEPOSITED
                           PERFORM EMITIR-CHEQUE
                       END-IF
               END-READ
           END-PERFORM.

           SET OW-ES-TRAILER TO TRUE.
           MOVE SPACES TO OW-DATOS.
           MOVE SENT-COUNT TO OW-TRAILER-COUNT.
           MOVE SENT-TOTAL TO OW-TRAILER-TOTAL.
           WRITE OUTWARD-RECORD.

           CLOSE OUTWARD-FILE.
           CLOSE DEPOSITED-CHEQUES-FILE.

           DISPLAY "Cheques enviados al clearing: " SENT-COUNT.
           MOVE SENT-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Importe enviado: " WS-TOTAL-EDIT.
           DISPLAY "Archivo generado: outward-clearing.dat".

           MOVE SENT-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       EMITIR-CHEQUE.
           SET OW-ES-DETALLE TO TRUE.
           MOVE SPACES TO OW-DATOS.
           MOVE DCQ-ID TO OW-ID.
           MOVE DCQ-DRAWEE-BANK TO OW-DRAWEE-BANK.
           MOVE DCQ-DRAWEE-BRANCH TO OW-DRAWEE-BRANCH.
           MOVE DCQ-DRAWEE-ACCOUNT TO OW-DRAWEE-ACCOUNT.
           MOVE DCQ-CHEQUE-NUMBER TO OW-CHEQUE-NUMBER.
           MOVE DCQ-AMOUNT TO OW-AMOUNT.
           MOVE DCQ-DEPOSIT-DATE TO OW-DEPOSIT-DATE.
           MOVE DCQ-ACCOUNT-KEY TO OW-ACCOUNT-KEY.

           WRITE OUTWARD-RECORD.

           SET DCQ-SENT TO TRUE.

           REWRITE DEPOSITED-CHEQUE-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: el cheque depositado " DCQ-ID
                   " salió en el archivo pero no pudo marcarse "
                   "enviado"
           END-REWRITE.

           ADD 1 TO SENT-COUNT.
           ADD DCQ-AMOUNT TO SENT-TOTAL.

       END PROGRAM outward-clearing-run.
