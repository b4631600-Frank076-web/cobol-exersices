       IDENTIFICATION DIVISION.
       PROGRAM-ID. param-change-apply.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-param-changes.cpy".
       COPY "../copylib/physic-fee-schedule.cpy".
       COPY "../copylib/physic-board-rates.cpy".
       COPY "../copylib/physic-permissions.cpy".

       SELECT OPTIONAL GL-MAPPING-FILE
       ASSIGN TO "gl-mapping.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-MAPPING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-param-changes.cpy".
       COPY "../copylib/logic-fee-schedule.cpy".
       COPY "../copylib/logic-board-rates.cpy".
       COPY "../copylib/logic-permissions.cpy".

       FD  GL-MAPPING-FILE.
       01  GL-MAPPING-RECORD.
           05  GLM-TRANS-TYPE PIC X.
           05  GLM-CURRENCY PIC X(3).
           05  GLM-DEBIT-ACCOUNT PIC X(8).
           05  GLM-CREDIT-ACCOUNT PIC X(8).

       WORKING-STORAGE SECTION.
       01  F-PARAM-CHANGES-STATUS PIC XX.
       01  F-FEE-STATUS PIC XX.
       01  F-BOARD-RATES-STATUS PIC XX.
       01  F-PERMISSIONS-STATUS PIC XX.
       01  F-MAPPING-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  MAPPING-EOF-FLAG PIC X.
           88  MAPPING-ENDED VALUE 'Y'.
           88  MAPPING-NOT-ENDED VALUE 'N'.

       01  TODAY-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  MAPPING-TABLE.
           05  MAPPING-ENTRY OCCURS 20 TIMES.
               10  MT-IMAGE PIC X(20).
       01  MAPPING-COUNT PIC 9(2) VALUE ZERO.
       01  MAPPING-I PIC 9(2).
       01  MAPPING-FOUND-AT PIC 9(2).

       01  CURRENT-IMAGE PIC X(40).
       01  APPLY-RESULT-FLAG PIC X.
           88  APPLY-OK VALUE 'Y'.
           88  APPLY-FAILED VALUE 'N'.
       01  APPLY-REASON PIC X(40).

       01  WS-OLD-TEXT PIC X(50).
       01  WS-NEW-TEXT PIC X(50).

       01  COUNT-APPLIED PIC 9(6) VALUE ZERO.
       01  COUNT-FAILED PIC 9(6) VALUE ZERO.
       01  COUNT-UNAPPROVED PIC 9(6) VALUE ZERO.
       01  COUNT-UPCOMING PIC 9(6) VALUE ZERO.
       01  WS-COUNT-EDIT PIC ZZZZZ9.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "CAMBIOS-PARAMETROS".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "PARAM-CHANGE-APPLY".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       01  WS-JOB-NAME PIC X(30) VALUE "param-change-apply".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Aplicación de cambios de parámetros ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING TODAY-DATE WS-DAY-STATE.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Cambios de parámetros al " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           OPEN I-O PARAM-CHANGES-FILE.

           IF F-PARAM-CHANGES-STATUS = "00"
               PERFORM APLICAR-CAMBIOS-VIGENTES
               PERFORM LISTAR-CAMBIOS-PROGRAMADOS
           END-IF.

           CLOSE PARAM-CHANGES-FILE.

           PERFORM EMITIR-TOTALES.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF COUNT-FAILED > ZERO OR COUNT-UNAPPROVED > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE COUNT-APPLIED TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       APLICAR-CAMBIOS-VIGENTES.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "Cambios que entran en vigencia:" TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           SET F-NOT-ENDED TO TRUE.

           MOVE ZERO TO PCH-EFFECTIVE-DATE.

           START PARAM-CHANGES-FILE
               KEY IS >= PCH-EFFECTIVE-DATE
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ PARAM-CHANGES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PCH-EFFECTIVE-DATE > TODAY-DATE
                           SET F-ENDED TO TRUE
                       ELSE
                           PERFORM EVALUAR-CAMBIO-VIGENTE
                       END-IF
               END-READ
           END-PERFORM.

           IF COUNT-APPLIED = ZERO AND COUNT-FAILED = ZERO
               AND COUNT-UNAPPROVED = ZERO
               MOVE "  (ninguno)" TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

       EVALUAR-CAMBIO-VIGENTE.
           EVALUATE TRUE
               WHEN PCH-SCHEDULED
                   PERFORM APLICAR-UN-CAMBIO
               WHEN PCH-AWAITING-APPROVAL
                   ADD 1 TO COUNT-UNAPPROVED
                   PERFORM EMITIR-CABECERA-CAMBIO
                   MOVE "  NO APLICADO: sigue pendiente de aprobación"
                       TO WS-REPORT-LINE
                   PERFORM EMITIR-LINEA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APLICAR-UN-CAMBIO.
           SET APPLY-FAILED TO TRUE.
           MOVE SPACES TO APPLY-REASON.
           MOVE SPACES TO CURRENT-IMAGE.

           EVALUATE TRUE
               WHEN PCH-FEE-SCHEDULE
                   PERFORM APLICAR-COMISION
               WHEN PCH-BOARD-RATES
                   PERFORM APLICAR-TASA-DE-PIZARRA
               WHEN PCH-PERMISSIONS
                   PERFORM APLICAR-PERMISO
               WHEN PCH-GL-MAPPING
                   PERFORM APLICAR-MAPA-CONTABLE
               WHEN OTHER
                   MOVE "Tabla desconocida" TO APPLY-REASON
           END-EVALUATE.

           MOVE CURRENT-IMAGE TO PCH-OLD-IMAGE.
           IF CURRENT-IMAGE = SPACES
               SET PCH-WAS-NEW TO TRUE
           ELSE
               SET PCH-HAD-PREVIOUS TO TRUE
           END-IF.
           MOVE TODAY-DATE TO PCH-APPLIED-DATE.

           IF APPLY-OK
               SET PCH-APPLIED TO TRUE
               MOVE "Aplicado en el cierre" TO PCH-RESULT
               ADD 1 TO COUNT-APPLIED
           ELSE
               SET PCH-FAILED TO TRUE
               MOVE APPLY-REASON TO PCH-RESULT
               ADD 1 TO COUNT-FAILED
           END-IF.

           REWRITE PARAM-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar el cambio "
                       PCH-ID
           END-REWRITE.

           PERFORM EMITIR-CABECERA-CAMBIO.
           PERFORM EMITIR-ANTES-Y-DESPUES.

           IF APPLY-FAILED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NO APLICADO: " DELIMITED BY SIZE
                   APPLY-REASON DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF.

           MOVE PCH-ID TO WS-AUDIT-KEY.
           MOVE WS-OLD-TEXT TO WS-AUDIT-BEFORE.
           MOVE WS-NEW-TEXT TO WS-AUDIT-AFTER.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       APLICAR-COMISION.
           OPEN I-O FEE-SCHEDULE-FILE.

           MOVE PCH-NEW-IMAGE(1:4) TO FEE-KEY.

           READ FEE-SCHEDULE-FILE
               KEY IS FEE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FEE-SCHEDULE-RECORD TO CURRENT-IMAGE
           END-READ.

           EVALUATE TRUE
               WHEN PCH-REMOVE AND CURRENT-IMAGE = SPACES
                   MOVE "La fila ya no existe" TO APPLY-REASON
               WHEN PCH-REMOVE
                   DELETE FEE-SCHEDULE-FILE RECORD
                       INVALID KEY
                           MOVE "No fue posible dar de baja la fila"
                               TO APPLY-REASON
                       NOT INVALID KEY
                           SET APPLY-OK TO TRUE
                   END-DELETE
               WHEN CURRENT-IMAGE = SPACES
                   MOVE PCH-NEW-IMAGE TO FEE-SCHEDULE-RECORD
                   WRITE FEE-SCHEDULE-RECORD
                       INVALID KEY
                           MOVE "No fue posible grabar la fila"
                               TO APPLY-REASON
                       NOT INVALID KEY
                           SET APPLY-OK TO TRUE
                   END-WRITE
               WHEN OTHER
                   MOVE PCH-NEW-IMAGE TO FEE-SCHEDULE-RECORD
                   REWRITE FEE-SCHEDULE-RECORD
                       INVALID KEY
                           MOVE "No fue posible reemplazar la fila"
                               TO APPLY-REASON
                       NOT INVALID KEY
                           SET APPLY-OK TO TRUE
                   END-REWRITE
           END-EVALUATE.

           CLOSE FEE-SCHEDULE-FILE.

       APLICAR-TASA-DE-PIZARRA.
           OPEN I-O BOARD-RATES-FILE.

           MOVE PCH-NEW-IMAGE(1:8) TO BR-KEY.

           READ BOARD-RATES-FILE
               KEY IS BR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BOARD-RATE-RECORD TO CURRENT-IMAGE
           END-READ.

           EVALUATE TRUE
               WHEN PCH-REMOVE AND CURRENT-IMAGE = SPACES
                   MOVE "La fila ya no existe" TO APPLY-REASON
               WHEN PCH-REMOVE
                   DELETE BOARD-RATES-FILE RECORD
                       INVALID KEY
                           MOVE "No fue posible dar de baja la fila"
                               TO APPLY-REASON
                       NOT INVALID KEY
                           SET APPLY-OK TO TRUE
                   END-DELETE
               WHEN CURRENT-IMAGE = SPACES
                   MOVE PCH-NEW-IMAGE TO BOARD-RATE-RECORD
                   WRITE BOARD-RATE-RECORD
                       INVALID KEY
                           MOVE "No fue posible grabar la fila"
                               TO APPLY-REASON
                       NOT INVALID KEY
                           SET APPLY-OK TO TRUE
                   END-WRITE
               WHEN OTHER
                   MOVE PCH-NEW-IMAGE TO BOARD-RATE-RECORD
                   REWRITE BOARD-RATE-RECORD
                       INVALID KEY
                           MOVE "No fue posible reemplazar la fila"
                               TO APPLY-REASON
                       NOT INVALID KEY
                           SET APPLY-OK TO TRUE
                   END-REWRITE
           END-EVALUATE.

           CLOSE BOARD-RATES-FILE.

       APLICAR-PERMISO.
           OPEN I-O PERMISSIONS-FILE.

           MOVE PCH-NEW-IMAGE(1:3) TO PERM-KEY.

           READ PERMISSIONS-FILE
               KEY IS PERM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PERMISSION-RECORD TO CURRENT-IMAGE
           END-READ.

           EVALUATE TRUE
               WHEN PCH-REMOVE AND CURRENT-IMAGE = SPACES
                   MOVE "La fila ya no existe" TO APPLY-REASON
               WHEN PCH-REMOVE
                   DELETE PERMISSIONS-FILE RECORD
                       INVALID KEY
                           MOVE "No fue posible dar de baja la fila"
                               TO APPLY-REASON
                       NOT INVALID KEY
                           SET APPLY-OK TO TRUE
                   END-DELETE
               WHEN CURRENT-IMAGE = SPACES
                   MOVE PCH-NEW-IMAGE TO PERMISSION-RECORD
                   WRITE PERMISSION-RECORD
                       INVALID KEY
                           MOVE "No fue posible grabar la fila"
                               TO APPLY-REASON
                       NOT INVALID KEY
                           SET APPLY-OK TO TRUE
                   END-WRITE
               WHEN OTHER
                   MOVE PCH-NEW-IMAGE TO PERMISSION-RECORD
                   REWRITE PERMISSION-RECORD
                       INVALID KEY
                           MOVE "No fue posible reemplazar la fila"
                               TO APPLY-REASON
                       NOT INVALID KEY
                           SET APPLY-OK TO TRUE
                   END-REWRITE
           END-EVALUATE.

           CLOSE PERMISSIONS-FILE.

       APLICAR-MAPA-CONTABLE.
           PERFORM CARGAR-MAPA-CONTABLE.

           MOVE ZERO TO MAPPING-FOUND-AT.
           PERFORM VARYING MAPPING-I FROM 1 BY 1
               UNTIL MAPPING-I > MAPPING-COUNT
               OR MAPPING-FOUND-AT NOT = ZERO
               IF MT-IMAGE(MAPPING-I)(1:4) = PCH-NEW-IMAGE(1:4)
                   MOVE MAPPING-I TO MAPPING-FOUND-AT
                   MOVE MT-IMAGE(MAPPING-I) TO CURRENT-IMAGE
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN PCH-REMOVE AND MAPPING-FOUND-AT = ZERO
                   MOVE "La fila ya no existe" TO APPLY-REASON
               WHEN PCH-REMOVE
                   PERFORM VARYING MAPPING-I FROM MAPPING-FOUND-AT BY 1
                       UNTIL MAPPING-I >= MAPPING-COUNT
                       MOVE MT-IMAGE(MAPPING-I + 1)
                           TO MT-IMAGE(MAPPING-I)
                   END-PERFORM
                   SUBTRACT 1 FROM MAPPING-COUNT
                   SET APPLY-OK TO TRUE
               WHEN MAPPING-FOUND-AT NOT = ZERO
                   MOVE PCH-NEW-IMAGE(1:20)
                       TO MT-IMAGE(MAPPING-FOUND-AT)
                   SET APPLY-OK TO TRUE
               WHEN MAPPING-COUNT = 20
                   MOVE "Mapa contable lleno (20 filas)"
                       TO APPLY-REASON
               WHEN OTHER
                   ADD 1 TO MAPPING-COUNT
                   MOVE PCH-NEW-IMAGE(1:20) TO MT-IMAGE(MAPPING-COUNT)
                   SET APPLY-OK TO TRUE
           END-EVALUATE.

           IF APPLY-OK
               PERFORM GRABAR-MAPA-CONTABLE
           END-IF.

       CARGAR-MAPA-CONTABLE.
           MOVE ZERO TO MAPPING-COUNT.

           OPEN INPUT GL-MAPPING-FILE.

           IF F-MAPPING-STATUS NOT = "00"
               CLOSE GL-MAPPING-FILE
               EXIT PARAGRAPH
           END-IF.

           SET MAPPING-NOT-ENDED TO TRUE.

           PERFORM UNTIL MAPPING-ENDED
               READ GL-MAPPING-FILE
                   AT END
                       SET MAPPING-ENDED TO TRUE
                   NOT AT END
                       IF MAPPING-COUNT < 20
                           ADD 1 TO MAPPING-COUNT
                           MOVE GL-MAPPING-RECORD
                               TO MT-IMAGE(MAPPING-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-MAPPING-FILE.

       GRABAR-MAPA-CONTABLE.
           OPEN OUTPUT GL-MAPPING-FILE.

           PERFORM VARYING MAPPING-I FROM 1 BY 1
               UNTIL MAPPING-I > MAPPING-COUNT
               MOVE MT-IMAGE(MAPPING-I) TO GL-MAPPING-RECORD
               WRITE GL-MAPPING-RECORD
           END-PERFORM.

           CLOSE GL-MAPPING-FILE.

       LISTAR-CAMBIOS-PROGRAMADOS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "Cambios programados con vigencia futura:"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           SET F-NOT-ENDED TO TRUE.

           COMPUTE PCH-EFFECTIVE-DATE = TODAY-DATE + 1.

           START PARAM-CHANGES-FILE
               KEY IS >= PCH-EFFECTIVE-DATE
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ PARAM-CHANGES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PCH-SCHEDULED OR PCH-AWAITING-APPROVAL
                           PERFORM EMITIR-CAMBIO-PROGRAMADO
                       END-IF
               END-READ
           END-PERFORM.

           IF COUNT-UPCOMING = ZERO
               MOVE "  (ninguno)" TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

       EMITIR-CAMBIO-PROGRAMADO.
           ADD 1 TO COUNT-UPCOMING.

           PERFORM LEER-VALOR-VIGENTE.
           MOVE CURRENT-IMAGE TO PCH-OLD-IMAGE.

           PERFORM EMITIR-CABECERA-CAMBIO.
           PERFORM EMITIR-ANTES-Y-DESPUES.

       LEER-VALOR-VIGENTE.
           MOVE SPACES TO CURRENT-IMAGE.

           EVALUATE TRUE
               WHEN PCH-FEE-SCHEDULE
                   OPEN INPUT FEE-SCHEDULE-FILE
                   MOVE PCH-NEW-IMAGE(1:4) TO FEE-KEY
                   READ FEE-SCHEDULE-FILE
                       KEY IS FEE-KEY
                       NOT INVALID KEY
                           MOVE FEE-SCHEDULE-RECORD TO CURRENT-IMAGE
                   END-READ
                   CLOSE FEE-SCHEDULE-FILE
               WHEN PCH-BOARD-RATES
                   OPEN INPUT BOARD-RATES-FILE
                   MOVE PCH-NEW-IMAGE(1:8) TO BR-KEY
                   READ BOARD-RATES-FILE
                       KEY IS BR-KEY
                       NOT INVALID KEY
                           MOVE BOARD-RATE-RECORD TO CURRENT-IMAGE
                   END-READ
                   CLOSE BOARD-RATES-FILE
               WHEN PCH-PERMISSIONS
                   OPEN INPUT PERMISSIONS-FILE
                   MOVE PCH-NEW-IMAGE(1:3) TO PERM-KEY
                   READ PERMISSIONS-FILE
                       KEY IS PERM-KEY
                       NOT INVALID KEY
                           MOVE PERMISSION-RECORD TO CURRENT-IMAGE
                   END-READ
                   CLOSE PERMISSIONS-FILE
               WHEN PCH-GL-MAPPING
                   PERFORM CARGAR-MAPA-CONTABLE
                   PERFORM VARYING MAPPING-I FROM 1 BY 1
                       UNTIL MAPPING-I > MAPPING-COUNT
                       IF MT-IMAGE(MAPPING-I)(1:4) = PCH-NEW-IMAGE(1:4)
                           MOVE MT-IMAGE(MAPPING-I) TO CURRENT-IMAGE
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       EMITIR-CABECERA-CAMBIO.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  Cambio " DELIMITED BY SIZE
               PCH-ID DELIMITED BY SIZE
               " tabla " DELIMITED BY SIZE
               PCH-TABLE DELIMITED BY SIZE
               " acción " DELIMITED BY SIZE
               PCH-ACTION DELIMITED BY SIZE
               " vigencia " DELIMITED BY SIZE
               PCH-EFFECTIVE-DATE DELIMITED BY SIZE
               " estado " DELIMITED BY SIZE
               PCH-STATUS DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-ANTES-Y-DESPUES.
           CALL "./common/param-change-describe"
               USING PCH-TABLE PCH-OLD-IMAGE WS-OLD-TEXT.

           IF PCH-REMOVE
               MOVE "(baja de la fila)" TO WS-NEW-TEXT
           ELSE
               CALL "./common/param-change-describe"
                   USING PCH-TABLE PCH-NEW-IMAGE WS-NEW-TEXT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    antes:   " DELIMITED BY SIZE
               WS-OLD-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    después: " DELIMITED BY SIZE
               WS-NEW-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-TOTALES.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COUNT-APPLIED TO WS-COUNT-EDIT.
           STRING "Cambios aplicados ..........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COUNT-FAILED TO WS-COUNT-EDIT.
           STRING "Cambios que fallaron .......: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COUNT-UNAPPROVED TO WS-COUNT-EDIT.
           STRING "Vigentes sin aprobar .......: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COUNT-UPCOMING TO WS-COUNT-EDIT.
           STRING "Programados a futuro .......: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM param-change-apply.
