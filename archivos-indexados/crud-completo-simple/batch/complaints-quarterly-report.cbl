       IDENTIFICATION DIVISION.
       PROGRAM-ID. complaints-quarterly-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-complaints.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-complaints.cpy".

       WORKING-STORAGE SECTION.
       01  F-COMPLAINTS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  WANTED-QUARTER PIC 9(5).
       01  WANTED-QUARTER-R REDEFINES WANTED-QUARTER.
           05  WQ-YEAR PIC 9(4).
           05  WQ-QUARTER PIC 9.
       01  QUARTER-FROM PIC 9(8).
       01  QUARTER-TO PIC 9(8).

       01  CATEGORY-TABLE.
           05  CATEGORY-ENTRY OCCURS 6 TIMES.
               10  CT-CODE PIC X.
               10  CT-NAME PIC X(24).
               10  CT-RECEIVED PIC 9(6).
               10  CT-ANSWERED PIC 9(6).
               10  CT-ON-TIME PIC 9(6).
               10  CT-LATE PIC 9(6).
               10  CT-FOR-CLIENT PIC 9(6).
               10  CT-PENDING PIC 9(6).
               10  CT-DAYS-TOTAL PIC 9(8).
       01  CATEGORY-I PIC 9.
       01  CATEGORY-FOUND PIC 9.

       01  TOTAL-RECEIVED PIC 9(6) VALUE ZERO.
       01  TOTAL-ANSWERED PIC 9(6) VALUE ZERO.
       01  TOTAL-ON-TIME PIC 9(6) VALUE ZERO.
       01  TOTAL-LATE PIC 9(6) VALUE ZERO.
       01  TOTAL-FOR-CLIENT PIC 9(6) VALUE ZERO.
       01  TOTAL-PENDING PIC 9(6) VALUE ZERO.
       01  TOTAL-DAYS PIC 9(8) VALUE ZERO.

       01  RESOLUTION-DAYS PIC 9(5).
       01  AVERAGE-DAYS PIC 9(5)V9.
       01  AVERAGE-EDIT PIC ZZZ9.9.
       01  COUNT-EDIT PIC ZZZZZ9.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "RECLAMOS-TRIMESTRE".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "complaints-quarterly-report".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Informe trimestral de reclamos ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           DISPLAY "Trimestre a informar (AAAAT): ".
           ACCEPT WANTED-QUARTER.

           IF WQ-YEAR = ZERO OR WQ-QUARTER < 1 OR WQ-QUARTER > 4
               DISPLAY "Trimestre inválido"
               GOBACK
           END-IF.

           COMPUTE QUARTER-FROM =
               WQ-YEAR * 10000 + ((WQ-QUARTER - 1) * 3 + 1) * 100 + 1.
           COMPUTE QUARTER-TO =
               WQ-YEAR * 10000 + WQ-QUARTER * 3 * 100 + 31.

           PERFORM INICIALIZAR-CATEGORIAS.

           PERFORM ACUMULAR-RECLAMOS.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Reclamos de usuarios - trimestre " DELIMITED BY SIZE
               WQ-QUARTER DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WQ-YEAR DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               QUARTER-FROM DELIMITED BY SIZE
               " al " DELIMITED BY SIZE
               QUARTER-TO DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Categoria" TO WS-REPORT-LINE(1:9).
           MOVE "Recib. Resp. EnPlazo Fuera AFavor Pend. DiasProm"
               TO WS-REPORT-LINE(26:48).
           PERFORM EMITIR-LINEA.

           PERFORM VARYING CATEGORY-I FROM 1 BY 1
               UNTIL CATEGORY-I > 6
               PERFORM EMITIR-CATEGORIA
           END-PERFORM.

           MOVE TOTAL-RECEIVED TO CT-RECEIVED(1).
           MOVE TOTAL-ANSWERED TO CT-ANSWERED(1).
           MOVE TOTAL-ON-TIME TO CT-ON-TIME(1).
           MOVE TOTAL-LATE TO CT-LATE(1).
           MOVE TOTAL-FOR-CLIENT TO CT-FOR-CLIENT(1).
           MOVE TOTAL-PENDING TO CT-PENDING(1).
           MOVE TOTAL-DAYS TO CT-DAYS-TOTAL(1).
           MOVE "TOTAL" TO CT-NAME(1).
           MOVE 1 TO CATEGORY-I.
           PERFORM EMITIR-CATEGORIA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF TOTAL-LATE > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE TOTAL-RECEIVED TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       INICIALIZAR-CATEGORIAS.
           MOVE 'C' TO CT-CODE(1).
           MOVE "Comisiones y cargos" TO CT-NAME(1).
           MOVE 'N' TO CT-CODE(2).
           MOVE "Operación no reconocida" TO CT-NAME(2).
           MOVE 'A' TO CT-CODE(3).
           MOVE "Atención y demoras" TO CT-NAME(3).
           MOVE 'T' TO CT-CODE(4).
           MOVE "Tarjetas" TO CT-NAME(4).
           MOVE 'P' TO CT-CODE(5).
           MOVE "Préstamos" TO CT-NAME(5).
           MOVE 'O' TO CT-CODE(6).
           MOVE "Otros" TO CT-NAME(6).

           PERFORM VARYING CATEGORY-I FROM 1 BY 1
               UNTIL CATEGORY-I > 6
               MOVE ZERO TO CT-RECEIVED(CATEGORY-I)
               MOVE ZERO TO CT-ANSWERED(CATEGORY-I)
               MOVE ZERO TO CT-ON-TIME(CATEGORY-I)
               MOVE ZERO TO CT-LATE(CATEGORY-I)
               MOVE ZERO TO CT-FOR-CLIENT(CATEGORY-I)
               MOVE ZERO TO CT-PENDING(CATEGORY-I)
               MOVE ZERO TO CT-DAYS-TOTAL(CATEGORY-I)
           END-PERFORM.

       ACUMULAR-RECLAMOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT COMPLAINTS-FILE.

           IF F-COMPLAINTS-STATUS NOT = "00"
               CLOSE COMPLAINTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ COMPLAINTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CMP-RECEIVED-DATE <= QUARTER-TO
                           PERFORM ACUMULAR-RECLAMO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COMPLAINTS-FILE.

       ACUMULAR-RECLAMO.
           MOVE 6 TO CATEGORY-FOUND.

           PERFORM VARYING CATEGORY-I FROM 1 BY 1
               UNTIL CATEGORY-I > 6
               IF CT-CODE(CATEGORY-I) = CMP-CATEGORY
                   MOVE CATEGORY-I TO CATEGORY-FOUND
               END-IF
           END-PERFORM.

           MOVE CATEGORY-FOUND TO CATEGORY-I.

           IF CMP-RECEIVED-DATE >= QUARTER-FROM
               ADD 1 TO CT-RECEIVED(CATEGORY-I)
               ADD 1 TO TOTAL-RECEIVED
           END-IF.

           IF NOT CMP-ANSWERED OR CMP-RESPONSE-DATE > QUARTER-TO
               ADD 1 TO CT-PENDING(CATEGORY-I)
               ADD 1 TO TOTAL-PENDING
               EXIT PARAGRAPH
           END-IF.

           IF CMP-RESPONSE-DATE < QUARTER-FROM
               EXIT PARAGRAPH
           END-IF.

           COMPUTE RESOLUTION-DAYS =
               FUNCTION INTEGER-OF-DATE(CMP-RESPONSE-DATE)
               - FUNCTION INTEGER-OF-DATE(CMP-RECEIVED-DATE).

           ADD 1 TO CT-ANSWERED(CATEGORY-I).
           ADD 1 TO TOTAL-ANSWERED.
           ADD RESOLUTION-DAYS TO CT-DAYS-TOTAL(CATEGORY-I).
           ADD RESOLUTION-DAYS TO TOTAL-DAYS.

           IF CMP-RESPONSE-DATE > CMP-DEADLINE-DATE
               ADD 1 TO CT-LATE(CATEGORY-I)
               ADD 1 TO TOTAL-LATE
           ELSE
               ADD 1 TO CT-ON-TIME(CATEGORY-I)
               ADD 1 TO TOTAL-ON-TIME
           END-IF.

           IF CMP-FOR-CLIENT OR CMP-PARTIAL
               ADD 1 TO CT-FOR-CLIENT(CATEGORY-I)
               ADD 1 TO TOTAL-FOR-CLIENT
           END-IF.

       EMITIR-CATEGORIA.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE CT-NAME(CATEGORY-I) TO WS-REPORT-LINE(1:24).
           MOVE CT-RECEIVED(CATEGORY-I) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO WS-REPORT-LINE(26:6).
           MOVE CT-ANSWERED(CATEGORY-I) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO WS-REPORT-LINE(32:6).
           MOVE CT-ON-TIME(CATEGORY-I) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO WS-REPORT-LINE(39:6).
           MOVE CT-LATE(CATEGORY-I) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO WS-REPORT-LINE(46:6).
           MOVE CT-FOR-CLIENT(CATEGORY-I) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO WS-REPORT-LINE(52:6).
           MOVE CT-PENDING(CATEGORY-I) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO WS-REPORT-LINE(59:6).

           IF CT-ANSWERED(CATEGORY-I) > ZERO
               COMPUTE AVERAGE-DAYS ROUNDED =
                   CT-DAYS-TOTAL(CATEGORY-I) / CT-ANSWERED(CATEGORY-I)
           ELSE
               MOVE ZERO TO AVERAGE-DAYS
           END-IF.

           MOVE AVERAGE-DAYS TO AVERAGE-EDIT.
           MOVE AVERAGE-EDIT TO WS-REPORT-LINE(67:6).

           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM complaints-quarterly-report.
