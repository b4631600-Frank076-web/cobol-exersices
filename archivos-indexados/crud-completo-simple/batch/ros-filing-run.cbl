       IDENTIFICATION DIVISION.
       PROGRAM-ID. ros-filing-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILING-FILE
       ASSIGN TO "ros-uif.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-FILING-STATUS.

       COPY "../copylib/physic-ros-reports.cpy".
       COPY "../copylib/physic-ros-items.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-own-bank.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FILING-FILE.
       01  FILING-RECORD.
           05  RF-TIPO PIC X.
               88  RF-ES-CABECERA VALUE 'H'.
               88  RF-ES-REPORTE VALUE 'R'.
               88  RF-ES-RELATO VALUE 'N'.
               88  RF-ES-MOVIMIENTO VALUE 'M'.
               88  RF-ES-TRAILER VALUE 'T'.
           05  RF-DATOS PIC X(120).
           05  RF-CABECERA REDEFINES RF-DATOS.
               10  RF-ENTIDAD PIC 9(5).
               10  RF-CREATED PIC 9(8).
               10  FILLER PIC X(107).
           05  RF-REPORTE REDEFINES RF-DATOS.
               10  RF-ROS-NUMBER PIC 9(8).
               10  RF-KIND PIC X.
               10  RF-DETECTION-DATE PIC 9(8).
               10  RF-DEADLINE-DATE PIC 9(8).
               10  RF-ID-TYPE PIC 9(2).
               10  RF-ID-NUMBER PIC 9(11).
               10  RF-NAME PIC X(30).
               10  RF-TOTAL-AMOUNT PIC 9(12)V99.
               10  RF-ITEM-COUNT PIC 9(3).
               10  FILLER PIC X(35).
           05  RF-RELATO REDEFINES RF-DATOS.
               10  RF-N-ROS-NUMBER PIC 9(8).
               10  RF-N-LINE PIC 9.
               10  RF-N-TEXT PIC X(60).
               10  FILLER PIC X(51).
           05  RF-MOVIMIENTO REDEFINES RF-DATOS.
               10  RF-M-ROS-NUMBER PIC 9(8).
               10  RF-M-SEQ PIC 9(3).
               10  RF-M-ACCOUNT PIC 9(8).
               10  RF-M-CURRENCY PIC X(3).
               10  RF-M-DATE PIC 9(8).
               10  RF-M-TYPE PIC X.
               10  RF-M-AMOUNT PIC 9(8)V99.
               10  FILLER PIC X(79).
           05  RF-TRAILER REDEFINES RF-DATOS.
               10  RF-TRAILER-REPORTS PIC 9(6).
               10  RF-TRAILER-RECORDS PIC 9(8).
               10  RF-TRAILER-TOTAL PIC 9(14)V99.
               10  FILLER PIC X(90).

       COPY "../copylib/logic-ros-reports.cpy".
       COPY "../copylib/logic-ros-items.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-own-bank.cpy".

       WORKING-STORAGE SECTION.
       01  F-FILING-STATUS PIC XX.
       01  F-ROS-STATUS PIC XX.
       01  F-ROS-ITEMS-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-OWN-BANK-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  ITEMS-FLAG PIC X.
           88  ITEMS-ENDED VALUE 'Y'.
           88  ITEMS-NOT-ENDED VALUE 'N'.

       01  BANCO-PROPIO PIC 9(3) VALUE ZERO.
       01  NARRATIVE-I PIC 9.

       01  ROW-FLAG PIC X.
           88  ROW-ACCEPTED VALUE 'Y'.
           88  ROW-REJECTED VALUE 'N'.
       01  REJECT-REASON PIC X(30).

       01  CUIT-NUMBER PIC 9(11).
       01  CUIT-DIGITS REDEFINES CUIT-NUMBER.
           05  CUIT-DIGIT PIC 9 OCCURS 11 TIMES.
       01  CUIT-PARTS REDEFINES CUIT-NUMBER.
           05  CUIT-PREFIX PIC 9(2).
           05  CUIT-DNI PIC 9(8).
           05  CUIT-CHECK PIC 9.
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
       01  CUIT-SUM PIC 9(4).
       01  CUIT-I PIC 99.
       01  CUIT-EXPECTED PIC 99.
       01  WS-CHECK-RESULT PIC X.
           88  CHECK-DIGIT-OK VALUE 'Y'.
           88  CHECK-DIGIT-BAD VALUE 'N'.

       01  ID-TYPE-CUIT PIC 9(2) VALUE 11.
       01  ID-TYPE-CUIL PIC 9(2) VALUE 12.

       01  REPORTS-FILED PIC 9(6) VALUE ZERO.
       01  REPORTS-LATE PIC 9(6) VALUE ZERO.
       01  REJECT-COUNT PIC 9(6) VALUE ZERO.
       01  RECORDS-WRITTEN PIC 9(8) VALUE ZERO.
       01  FILING-TOTAL PIC 9(14)V99 VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-TOTAL-EDIT PIC Z(13)9.99.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "PRESENTACION-ROS".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "ros-filing-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "ROS-FILED".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Presentación de reportes de operaciones "
               "sospechosas ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           OPEN INPUT ROS-REPORTS-FILE.

           IF F-ROS-STATUS NOT = "00"
               DISPLAY "No hay reportes registrados"
               CLOSE ROS-REPORTS-FILE
               MOVE ZERO TO WS-JOB-RECORDS
               CALL "./common/job-history"
                   USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
                   WS-JOB-OUTCOME
               GOBACK
           END-IF.

           CLOSE ROS-REPORTS-FILE.

           PERFORM LEER-BANCO-PROPIO.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Presentación ROS a la UIF del " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           OPEN I-O ROS-REPORTS-FILE.
           OPEN INPUT ROS-ITEMS-FILE.
           OPEN INPUT CLIENTS-FILE.
           OPEN OUTPUT FILING-FILE.

           SET RF-ES-CABECERA TO TRUE.
           MOVE SPACES TO RF-DATOS.
           MOVE BANCO-PROPIO TO RF-ENTIDAD.
           MOVE WS-BUSINESS-DATE TO RF-CREATED.
           WRITE FILING-RECORD.
           ADD 1 TO RECORDS-WRITTEN.

           SET F-NOT-ENDED TO TRUE.

           PERFORM UNTIL F-ENDED
               READ ROS-REPORTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ROS-PENDING
                           PERFORM PRESENTAR-ROS
                       END-IF
               END-READ
           END-PERFORM.

           ADD 1 TO RECORDS-WRITTEN.

           SET RF-ES-TRAILER TO TRUE.
           MOVE SPACES TO RF-DATOS.
           MOVE REPORTS-FILED TO RF-TRAILER-REPORTS.
           MOVE RECORDS-WRITTEN TO RF-TRAILER-RECORDS.
           MOVE FILING-TOTAL TO RF-TRAILER-TOTAL.
           WRITE FILING-RECORD.

           CLOSE FILING-FILE.
           CLOSE CLIENTS-FILE.
           CLOSE ROS-ITEMS-FILE.
           CLOSE ROS-REPORTS-FILE.

           MOVE FILING-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Reportes presentados: " DELIMITED BY SIZE
               REPORTS-FILED DELIMITED BY SIZE
               " monto total " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Presentados fuera de plazo: " DELIMITED BY SIZE
               REPORTS-LATE DELIMITED BY SIZE
               " rechazados: " DELIMITED BY SIZE
               REJECT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           DISPLAY "Archivo generado: ros-uif.dat".

           IF REJECT-COUNT > ZERO OR REPORTS-LATE > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE REPORTS-FILED TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

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

       PRESENTAR-ROS.
           SET ROW-ACCEPTED TO TRUE.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO RF-DATOS.

           PERFORM IDENTIFICAR-CLIENTE.

           IF ROW-REJECTED
               ADD 1 TO REJECT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ROS " DELIMITED BY SIZE
                   ROS-NUMBER DELIMITED BY SIZE
                   " DNI " DELIMITED BY SIZE
                   ROS-DNI DELIMITED BY SIZE
                   " rechazado: " DELIMITED BY SIZE
                   REJECT-REASON DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF.

           SET RF-ES-REPORTE TO TRUE.
           MOVE ROS-NUMBER TO RF-ROS-NUMBER.
           MOVE ROS-KIND TO RF-KIND.
           MOVE ROS-DETECTION-DATE TO RF-DETECTION-DATE.
           MOVE ROS-DEADLINE-DATE TO RF-DEADLINE-DATE.
           MOVE ROS-TOTAL-AMOUNT TO RF-TOTAL-AMOUNT.
           MOVE ROS-ITEM-COUNT TO RF-ITEM-COUNT.
           WRITE FILING-RECORD.
           ADD 1 TO RECORDS-WRITTEN.

           PERFORM VARYING NARRATIVE-I FROM 1 BY 1
               UNTIL NARRATIVE-I > 5
               IF ROS-NARRATIVE-LINE(NARRATIVE-I) NOT = SPACES
                   SET RF-ES-RELATO TO TRUE
                   MOVE SPACES TO RF-DATOS
                   MOVE ROS-NUMBER TO RF-N-ROS-NUMBER
                   MOVE NARRATIVE-I TO RF-N-LINE
                   MOVE ROS-NARRATIVE-LINE(NARRATIVE-I) TO RF-N-TEXT
                   WRITE FILING-RECORD
                   ADD 1 TO RECORDS-WRITTEN
               END-IF
           END-PERFORM.

           PERFORM PRESENTAR-PARTIDAS.

           ADD 1 TO REPORTS-FILED.
           ADD ROS-TOTAL-AMOUNT TO FILING-TOTAL.

           IF WS-BUSINESS-DATE > ROS-DEADLINE-DATE
               ADD 1 TO REPORTS-LATE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ROS " DELIMITED BY SIZE
                   ROS-NUMBER DELIMITED BY SIZE
                   " presentado fuera de plazo (vencía "
                       DELIMITED BY SIZE
                   ROS-DEADLINE-DATE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

           SET ROS-FILED TO TRUE.
           MOVE WS-BUSINESS-DATE TO ROS-FILED-DATE.

           REWRITE ROS-RECORD
               INVALID KEY
                   DISPLAY "No fue posible marcar el ROS " ROS-NUMBER
                       " como presentado"
               NOT INVALID KEY
                   MOVE ROS-DNI TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING "ROS " DELIMITED BY SIZE
                       ROS-NUMBER DELIMITED BY SIZE
                       " pendiente" DELIMITED BY SIZE
                       INTO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "Presentado " DELIMITED BY SIZE
                       ROS-FILED-DATE DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

       PRESENTAR-PARTIDAS.
           SET ITEMS-NOT-ENDED TO TRUE.

           MOVE ROS-NUMBER TO ROSI-NUMBER.
           MOVE ZERO TO ROSI-SEQ.

           START ROS-ITEMS-FILE
               KEY IS GREATER THAN OR EQUAL TO ROSI-KEY
               INVALID KEY
                   SET ITEMS-ENDED TO TRUE
           END-START.

           PERFORM UNTIL ITEMS-ENDED
               READ ROS-ITEMS-FILE NEXT RECORD
                   AT END
                       SET ITEMS-ENDED TO TRUE
                   NOT AT END
                       IF ROSI-NUMBER NOT = ROS-NUMBER
                           SET ITEMS-ENDED TO TRUE
                       ELSE
                           SET RF-ES-MOVIMIENTO TO TRUE
                           MOVE SPACES TO RF-DATOS
                           MOVE ROSI-NUMBER TO RF-M-ROS-NUMBER
                           MOVE ROSI-SEQ TO RF-M-SEQ
                           MOVE ROSI-ACCOUNT TO RF-M-ACCOUNT
                           MOVE ROSI-CURRENCY TO RF-M-CURRENCY
                           MOVE ROSI-TRANS-DATE TO RF-M-DATE
                           MOVE ROSI-TRANS-TYPE TO RF-M-TYPE
                           MOVE ROSI-AMOUNT TO RF-M-AMOUNT
                           WRITE FILING-RECORD
                           ADD 1 TO RECORDS-WRITTEN
                       END-IF
               END-READ
           END-PERFORM.

       IDENTIFICAR-CLIENTE.
           MOVE ROS-DNI TO CLIENT-DNI.

           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   SET ROW-REJECTED TO TRUE
                   MOVE "CLIENTE INEXISTENTE" TO REJECT-REASON
                   EXIT PARAGRAPH
           END-READ.

           MOVE CLIENT-NAME TO RF-NAME.

           IF CLIENT-CUIT NOT = ZERO
               MOVE CLIENT-CUIT TO CUIT-NUMBER
               CALL "./common/cuit-check-digit"
                   USING CUIT-NUMBER WS-CHECK-RESULT
               IF CHECK-DIGIT-BAD
                   SET ROW-REJECTED TO TRUE
                   MOVE "CUIT CON DIGITO INVALIDO" TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE ID-TYPE-CUIT TO RF-ID-TYPE
               MOVE CUIT-NUMBER TO RF-ID-NUMBER
               EXIT PARAGRAPH
           END-IF.

           IF CLIENT-IS-BUSINESS
               SET ROW-REJECTED TO TRUE
               MOVE "EMPRESA SIN CUIT" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM ARMAR-CUIL.

           MOVE ID-TYPE-CUIL TO RF-ID-TYPE.
           MOVE CUIT-NUMBER TO RF-ID-NUMBER.

       ARMAR-CUIL.
           MOVE 20 TO CUIT-PREFIX.
           MOVE CLIENT-DNI TO CUIT-DNI.
           MOVE ZERO TO CUIT-CHECK.

           PERFORM CALCULAR-DIGITO-CUIT.

           IF CUIT-EXPECTED = 10
               MOVE 23 TO CUIT-PREFIX
               MOVE 9 TO CUIT-CHECK
           ELSE
               MOVE CUIT-EXPECTED TO CUIT-CHECK
           END-IF.

       CALCULAR-DIGITO-CUIT.
           MOVE ZERO TO CUIT-SUM.

           PERFORM VARYING CUIT-I FROM 1 BY 1 UNTIL CUIT-I > 10
               COMPUTE CUIT-SUM =
                   CUIT-SUM + CUIT-DIGIT(CUIT-I) * CUIT-WEIGHT(CUIT-I)
           END-PERFORM.

           COMPUTE CUIT-EXPECTED = 11 - FUNCTION MOD(CUIT-SUM, 11).

           IF CUIT-EXPECTED = 11
               MOVE ZERO TO CUIT-EXPECTED
           END-IF.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM ros-filing-run.
