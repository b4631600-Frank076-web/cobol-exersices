       IDENTIFICATION DIVISION.
       PROGRAM-ID. ros-deadline-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-ros-reports.cpy".
       COPY "../copylib/physic-cases.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-ros-reports.cpy".
       COPY "../copylib/logic-cases.cpy".

       WORKING-STORAGE SECTION.
       01  F-ROS-STATUS PIC XX.
       01  F-CASES-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  ROS-DAYS-LAUNDERING PIC 9(3) VALUE 150.
       01  WARNING-DAYS PIC 9(3) VALUE 30.
       01  DAYS-LEFT PIC S9(5).
       01  DAYS-EDIT PIC -ZZZZ9.
       01  CASE-DEADLINE-DATE PIC 9(8).
       01  WS-STATE-TEXT PIC X(12).

       01  ROS-FOUND-FLAG PIC X.
           88  CASE-HAS-ROS VALUE 'Y'.
           88  CASE-WITHOUT-ROS VALUE 'N'.

       01  REPORTS-DUE PIC 9(6) VALUE ZERO.
       01  REPORTS-OVERDUE PIC 9(6) VALUE ZERO.
       01  CASES-DUE PIC 9(6) VALUE ZERO.
       01  CASES-OVERDUE PIC 9(6) VALUE ZERO.
       01  ROWS-LISTED PIC 9(8) VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "VENCIMIENTOS-ROS".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "ros-deadline-report".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Vencimientos de reportes de operaciones "
               "sospechosas ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Vencimientos ROS al " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               " (aviso a " DELIMITED BY SIZE
               WARNING-DAYS DELIMITED BY SIZE
               " días)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM REVISAR-REPORTES-PENDIENTES.
           PERFORM REVISAR-CASOS-ABIERTOS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ROS sin presentar por vencer: " DELIMITED BY SIZE
               REPORTS-DUE DELIMITED BY SIZE
               " vencidos: " DELIMITED BY SIZE
               REPORTS-OVERDUE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Casos sin decisión por vencer: " DELIMITED BY SIZE
               CASES-DUE DELIMITED BY SIZE
               " vencidos: " DELIMITED BY SIZE
               CASES-OVERDUE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF REPORTS-OVERDUE > ZERO OR CASES-OVERDUE > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE ROWS-LISTED TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       REVISAR-REPORTES-PENDIENTES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ROS-REPORTS-FILE.

           IF F-ROS-STATUS NOT = "00"
               CLOSE ROS-REPORTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ ROS-REPORTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ROS-PENDING
                           PERFORM EVALUAR-REPORTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ROS-REPORTS-FILE.

       EVALUAR-REPORTE.
           COMPUTE DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(ROS-DEADLINE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

           IF DAYS-LEFT > WARNING-DAYS AND ROS-MONEY-LAUNDERING
               EXIT PARAGRAPH
           END-IF.

           IF DAYS-LEFT < ZERO
               MOVE "VENCIDO" TO WS-STATE-TEXT
               ADD 1 TO REPORTS-OVERDUE
           ELSE
               MOVE "POR VENCER" TO WS-STATE-TEXT
               ADD 1 TO REPORTS-DUE
           END-IF.

           MOVE DAYS-LEFT TO DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ROS " DELIMITED BY SIZE
               ROS-NUMBER DELIMITED BY SIZE
               " caso " DELIMITED BY SIZE
               ROS-CASE-ID DELIMITED BY SIZE
               " tipo " DELIMITED BY SIZE
               ROS-KIND DELIMITED BY SIZE
               " vence " DELIMITED BY SIZE
               ROS-DEADLINE-DATE DELIMITED BY SIZE
               " dias " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATE-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           ADD 1 TO ROWS-LISTED.

       REVISAR-CASOS-ABIERTOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CASES-FILE.

           IF F-CASES-STATUS NOT = "00"
               CLOSE CASES-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ROS-REPORTS-FILE.

           PERFORM UNTIL F-ENDED
               READ CASES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CASE-OPEN AND NOT CASE-FROM-KYC-OVERDUE
                           PERFORM EVALUAR-CASO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ROS-REPORTS-FILE.
           CLOSE CASES-FILE.

       EVALUAR-CASO.
           COMPUTE CASE-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CASE-OPENED-DATE)
               + ROS-DAYS-LAUNDERING).

           COMPUTE DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(CASE-DEADLINE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

           IF DAYS-LEFT > WARNING-DAYS
               EXIT PARAGRAPH
           END-IF.

           SET CASE-WITHOUT-ROS TO TRUE.

           IF F-ROS-STATUS = "00"
               MOVE CASE-ID TO ROS-CASE-ID
               READ ROS-REPORTS-FILE
                   KEY IS ROS-CASE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CASE-HAS-ROS TO TRUE
               END-READ
           END-IF.

           IF CASE-HAS-ROS
               EXIT PARAGRAPH
           END-IF.

           IF DAYS-LEFT < ZERO
               MOVE "VENCIDO" TO WS-STATE-TEXT
               ADD 1 TO CASES-OVERDUE
           ELSE
               MOVE "POR VENCER" TO WS-STATE-TEXT
               ADD 1 TO CASES-DUE
           END-IF.

           MOVE DAYS-LEFT TO DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Caso " DELIMITED BY SIZE
               CASE-ID DELIMITED BY SIZE
               " DNI " DELIMITED BY SIZE
               CASE-DNI DELIMITED BY SIZE
               " abierto " DELIMITED BY SIZE
               CASE-OPENED-DATE DELIMITED BY SIZE
               " limite " DELIMITED BY SIZE
               CASE-DEADLINE-DATE DELIMITED BY SIZE
               " dias " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATE-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           ADD 1 TO ROWS-LISTED.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM ros-deadline-report.
