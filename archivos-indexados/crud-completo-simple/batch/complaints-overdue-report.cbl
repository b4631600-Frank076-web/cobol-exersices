       IDENTIFICATION DIVISION.
       PROGRAM-ID. complaints-overdue-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-complaints.cpy".
       COPY "../copylib/physic-branches.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-complaints.cpy".
       COPY "../copylib/logic-branches.cpy".

       WORKING-STORAGE SECTION.
       01  F-COMPLAINTS-STATUS PIC XX.
       01  F-BRANCH-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  OVERDUE-TABLE.
           05  OVERDUE-ENTRY OCCURS 500 TIMES.
               10  OV-BRANCH PIC 9(3).
               10  OV-ID PIC 9(6).
               10  OV-DNI PIC 9(8).
               10  OV-CATEGORY PIC X.
               10  OV-DEADLINE PIC 9(8).
               10  OV-DAYS PIC S9(5).
               10  OV-ASSIGNED-TO PIC X(30).
               10  OV-LISTED PIC X.
       01  OVERDUE-COUNT PIC 9(4) VALUE ZERO.
       01  OVERDUE-I PIC 9(4).
       01  OVERDUE-DROPPED PIC 9(6) VALUE ZERO.

       01  BRANCH-ROWS PIC 9(4).
       01  DAYS-LATE PIC S9(5).
       01  DAYS-EDIT PIC -ZZZZ9.

       01  COMPLAINTS-OVERDUE PIC 9(6) VALUE ZERO.
       01  COMPLAINTS-DUE-TODAY PIC 9(6) VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "RECLAMOS-VENCIDOS".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "complaints-overdue-report".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Reclamos vencidos sin respuesta ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM CARGAR-RECLAMOS-VENCIDOS.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Reclamos sin respuesta vencidos o que vencen hoy al "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM LISTAR-POR-SUCURSAL.
           PERFORM LISTAR-SUCURSALES-SIN-REGISTRAR.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Vencidos: " DELIMITED BY SIZE
               COMPLAINTS-OVERDUE DELIMITED BY SIZE
               "  Vencen hoy: " DELIMITED BY SIZE
               COMPLAINTS-DUE-TODAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF OVERDUE-DROPPED > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Reclamos fuera de tabla sin listar: "
                   DELIMITED BY SIZE
                   OVERDUE-DROPPED DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF COMPLAINTS-OVERDUE > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE OVERDUE-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       CARGAR-RECLAMOS-VENCIDOS.
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
                       IF NOT CMP-ANSWERED
                           AND CMP-DEADLINE-DATE <= WS-BUSINESS-DATE
                           PERFORM AGREGAR-RECLAMO-VENCIDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COMPLAINTS-FILE.

       AGREGAR-RECLAMO-VENCIDO.
           COMPUTE DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(CMP-DEADLINE-DATE).

           IF DAYS-LATE > ZERO
               ADD 1 TO COMPLAINTS-OVERDUE
           ELSE
               ADD 1 TO COMPLAINTS-DUE-TODAY
           END-IF.

           IF OVERDUE-COUNT = 500
               ADD 1 TO OVERDUE-DROPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO OVERDUE-COUNT.
           MOVE CMP-BRANCH TO OV-BRANCH(OVERDUE-COUNT).
           MOVE CMP-ID TO OV-ID(OVERDUE-COUNT).
           MOVE CMP-CLIENT-DNI TO OV-DNI(OVERDUE-COUNT).
           MOVE CMP-CATEGORY TO OV-CATEGORY(OVERDUE-COUNT).
           MOVE CMP-DEADLINE-DATE TO OV-DEADLINE(OVERDUE-COUNT).
           MOVE DAYS-LATE TO OV-DAYS(OVERDUE-COUNT).
           MOVE CMP-ASSIGNED-TO TO OV-ASSIGNED-TO(OVERDUE-COUNT).
           MOVE 'N' TO OV-LISTED(OVERDUE-COUNT).

       LISTAR-POR-SUCURSAL.
           IF OVERDUE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT BRANCHES-FILE.

           IF F-BRANCH-STATUS NOT = "00"
               CLOSE BRANCHES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ BRANCHES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM LISTAR-SUCURSAL
               END-READ
           END-PERFORM.

           CLOSE BRANCHES-FILE.

       LISTAR-SUCURSAL.
           MOVE ZERO TO BRANCH-ROWS.

           PERFORM VARYING OVERDUE-I FROM 1 BY 1
               UNTIL OVERDUE-I > OVERDUE-COUNT
               IF OV-BRANCH(OVERDUE-I) = BRANCH-CODE
                   IF BRANCH-ROWS = ZERO
                       MOVE SPACES TO WS-REPORT-LINE
                       PERFORM EMITIR-LINEA
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "Sucursal " DELIMITED BY SIZE
                           BRANCH-CODE DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           BRANCH-NAME DELIMITED BY SIZE
                           " (a la atención del gerente)"
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       PERFORM EMITIR-LINEA
                       PERFORM EMITIR-ENCABEZADO
                   END-IF
                   ADD 1 TO BRANCH-ROWS
                   PERFORM EMITIR-RECLAMO
               END-IF
           END-PERFORM.

       LISTAR-SUCURSALES-SIN-REGISTRAR.
           MOVE ZERO TO BRANCH-ROWS.

           PERFORM VARYING OVERDUE-I FROM 1 BY 1
               UNTIL OVERDUE-I > OVERDUE-COUNT
               IF OV-LISTED(OVERDUE-I) = 'N'
                   IF BRANCH-ROWS = ZERO
                       MOVE SPACES TO WS-REPORT-LINE
                       PERFORM EMITIR-LINEA
                       MOVE "Sucursal no registrada"
                           TO WS-REPORT-LINE
                       PERFORM EMITIR-LINEA
                       PERFORM EMITIR-ENCABEZADO
                   END-IF
                   ADD 1 TO BRANCH-ROWS
                   PERFORM EMITIR-RECLAMO
               END-IF
           END-PERFORM.

       EMITIR-ENCABEZADO.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Suc Reclamo DNI      Cat Vencio   Atraso Responsable"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-RECLAMO.
           MOVE 'Y' TO OV-LISTED(OVERDUE-I).

           MOVE OV-DAYS(OVERDUE-I) TO DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING OV-BRANCH(OVERDUE-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OV-ID(OVERDUE-I) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OV-DNI(OVERDUE-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OV-CATEGORY(OVERDUE-I) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               OV-DEADLINE(OVERDUE-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DAYS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OV-ASSIGNED-TO(OVERDUE-I) DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM complaints-overdue-report.
