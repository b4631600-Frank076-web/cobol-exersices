       IDENTIFICATION DIVISION.
       PROGRAM-ID. safe-box-delinquency-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-box-rentals.cpy".
       COPY "../copylib/physic-clients.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-box-rentals.cpy".
       COPY "../copylib/logic-clients.cpy".

       WORKING-STORAGE SECTION.
       01  F-BOX-RENTALS-STATUS PIC XX.
       01  F-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  DRILL-THRESHOLD-DAYS PIC 9(4) VALUE 180.
       01  DAYS-OVERDUE PIC 9(6).
       01  WS-RENTER-NAME PIC X(30).

       01  DELINQUENT-COUNT PIC 9(6) VALUE ZERO.
       01  DRILLABLE-COUNT PIC 9(6) VALUE ZERO.
       01  DELINQUENT-TOTAL PIC 9(10)V99 VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-AMOUNT-EDIT PIC Z(7)9.99.
       01  WS-TOTAL-EDIT PIC Z(9)9.99.
       01  WS-DAYS-EDIT PIC Z(5)9.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "CAJAS-MOROSAS".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "safe-box-delinquency-report".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8) VALUE ZERO.
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Cajas de seguridad con canon impago al "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Suc Caja  Contrato DNI      Titular" TO
               WS-REPORT-LINE(1:35).
           MOVE "Desde    Dias  Importe" TO WS-REPORT-LINE(48:22).
           PERFORM EMITIR-LINEA.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT BOX-RENTALS-FILE.
           OPEN INPUT CLIENTS-FILE.

           IF F-BOX-RENTALS-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ BOX-RENTALS-FILE NEXT RECORD
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           IF RENT-ACTIVE
                               AND RENT-UNPAID-AMOUNT > ZERO
                               PERFORM EMITIR-CAJA-MOROSA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE CLIENTS-FILE.
           CLOSE BOX-RENTALS-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DELINQUENT-TOTAL TO WS-TOTAL-EDIT.
           STRING "Cajas morosas: " DELIMITED BY SIZE
               DELINQUENT-COUNT DELIMITED BY SIZE
               "  Total impago: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE DRILL-THRESHOLD-DAYS TO WS-DAYS-EDIT.
           STRING "En condiciones de apertura forzada (mora de "
               DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " dias o mas): " DELIMITED BY SIZE
               DRILLABLE-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE DELINQUENT-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       EMITIR-CAJA-MOROSA.
           ADD 1 TO DELINQUENT-COUNT.
           ADD RENT-UNPAID-AMOUNT TO DELINQUENT-TOTAL.

           MOVE ZERO TO DAYS-OVERDUE.
           IF RENT-UNPAID-SINCE > ZERO
               AND RENT-UNPAID-SINCE < WS-BUSINESS-DATE
               COMPUTE DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(RENT-UNPAID-SINCE)
           END-IF.

           MOVE RENT-CLIENT-DNI TO CLIENT-DNI.

           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   MOVE "(cliente inexistente)" TO WS-RENTER-NAME
               NOT INVALID KEY
                   MOVE CLIENT-NAME TO WS-RENTER-NAME
           END-READ.

           MOVE RENT-UNPAID-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE DAYS-OVERDUE TO WS-DAYS-EDIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RENT-BRANCH TO WS-REPORT-LINE(1:3).
           MOVE RENT-BOX-NUMBER TO WS-REPORT-LINE(5:5).
           MOVE RENT-ID TO WS-REPORT-LINE(11:6).
           MOVE RENT-CLIENT-DNI TO WS-REPORT-LINE(20:8).
           MOVE WS-RENTER-NAME(1:18) TO WS-REPORT-LINE(29:18).
           MOVE RENT-UNPAID-SINCE TO WS-REPORT-LINE(48:8).
           MOVE WS-DAYS-EDIT TO WS-REPORT-LINE(56:6).
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(62:11).

           IF DAYS-OVERDUE >= DRILL-THRESHOLD-DAYS
               ADD 1 TO DRILLABLE-COUNT
               MOVE "APERT." TO WS-REPORT-LINE(74:6)
           END-IF.

           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM safe-box-delinquency-report.
