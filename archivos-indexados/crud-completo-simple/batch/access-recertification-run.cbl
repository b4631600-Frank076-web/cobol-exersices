       IDENTIFICATION DIVISION.
       PROGRAM-ID. access-recertification-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO "usuarios.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS UA-NOMBRE-USUARIO
       FILE STATUS IS F-USUARIOS-STATUS.

       SELECT OPTIONAL PERFIL-USUARIO
       ASSIGN TO "perfiles.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PU-USUARIO
       FILE STATUS IS F-PERFIL-STATUS.

       COPY "../copylib/physic-access-recert.cpy".
       COPY "../copylib/physic-sod-conflicts.cpy".
       COPY "../copylib/physic-active-sessions.cpy".
       COPY "../copylib/physic-branches.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS-ARCHIVO.
       01  REGISTRO-USUARIO.
           05  UA-NOMBRE-USUARIO PIC X(30).
           05  UA-CLAVE-HASH PIC 9(10).
           05  UA-CLAVE-SALT PIC 9(4).
           05  UA-FECHA-CLAVE PIC 9(8).
           05  UA-DEBE-CAMBIAR PIC X.
           05  UA-INTENTOS-FALLIDOS PIC 9.
           05  UA-BLOQUEADO PIC X.
           05  UA-ACTIVO PIC X.
           05  UA-SUCURSAL PIC 9(3).
           05  UA-HISTORIAL-CLAVES.
               10  UA-HASH-ANTERIOR PIC 9(10) OCCURS 5 TIMES.

       FD  PERFIL-USUARIO.
       01  REGISTRO-PERFIL.
           05  PU-USUARIO PIC X(30).
           05  PU-TIPO-USUARIO PIC X.

       COPY "../copylib/logic-access-recert.cpy".
       COPY "../copylib/logic-sod-conflicts.cpy".
       COPY "../copylib/logic-active-sessions.cpy".
       COPY "../copylib/logic-branches.cpy".

       WORKING-STORAGE SECTION.
       01  F-USUARIOS-STATUS PIC XX.
       01  F-PERFIL-STATUS PIC XX.
       01  F-ACCESS-RECERT-STATUS PIC XX.
       01  F-SOD-CONFLICTS-STATUS PIC XX.
       01  F-ACTIVE-SESSIONS-STATUS PIC XX.
       01  F-BRANCH-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  PERFIL-ABIERTO-FLAG PIC X.
           88  PERFIL-ABIERTO VALUE 'S'.
           88  PERFIL-NO-ABIERTO VALUE 'N'.

       01  CAMPANA-FLAG PIC X.
           88  CAMPANA-YA-EMITIDA VALUE 'S'.
           88  CAMPANA-SIN-EMITIR VALUE 'N'.

       01  RECERT-RESPONSE-DAYS PIC 9(2) VALUE 10.
       01  DEADLINE-DAY PIC 9(2).
       01  WS-NEXT-DATE PIC 9(8).
       01  WS-ROLL-DIRECTION PIC X VALUE 'F'.

       01  CURRENT-QUARTER PIC 9(5).
       01  CURRENT-QUARTER-R REDEFINES CURRENT-QUARTER.
           05  CQ-YEAR PIC 9(4).
           05  CQ-QUARTER PIC 9.
       01  BUSINESS-DATE-R.
           05  BD-YEAR PIC 9(4).
           05  BD-MONTH PIC 99.
           05  BD-DAY PIC 99.
       01  CAMPAIGN-DEADLINE PIC 9(8) VALUE ZERO.

       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 200 TIMES.
               10  PT-OPTION-A PIC 9(2).
               10  PT-OPTION-B PIC 9(2).
       01  PAIR-COUNT PIC 9(3) VALUE ZERO.
       01  PAIR-I PIC 9(3).

       01  ROLE-CODES-VALUES PIC X(3) VALUE "AEL".
       01  ROLE-CODES REDEFINES ROLE-CODES-VALUES.
           05  ROLE-CODE PIC X OCCURS 3 TIMES.
       01  ROLE-CONFLICTS-TABLE.
           05  ROLE-CONFLICTS PIC 9(3) OCCURS 3 TIMES.
       01  ROLE-I PIC 9.

       01  CHECK-ROLE PIC X.
       01  CHECK-OPTION PIC 9(2).
       01  OPTION-A-ALLOWED PIC X.
           88  OPTION-A-IS-ALLOWED VALUE 'S'.
       01  OPTION-B-ALLOWED PIC X.
           88  OPTION-B-IS-ALLOWED VALUE 'S'.

       01  USER-ROLE PIC X.

       01  RECERT-TABLE.
           05  RECERT-ENTRY OCCURS 1000 TIMES.
               10  RT-BRANCH PIC 9(3).
               10  RT-USER PIC X(30).
               10  RT-ROLE PIC X.
               10  RT-CONFLICTS PIC 9(3).
               10  RT-LISTED PIC X.
       01  RECERT-COUNT PIC 9(4) VALUE ZERO.
       01  RECERT-I PIC 9(4).
       01  RECERT-DROPPED PIC 9(5) VALUE ZERO.
       01  BRANCH-ROWS PIC 9(4).

       01  USERS-ISSUED PIC 9(5) VALUE ZERO.
       01  USERS-EXPIRED PIC 9(5) VALUE ZERO.
       01  USERS-PENDING PIC 9(5) VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "RECERTIFICACION".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "access-recertification-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Recertificación de accesos ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE WS-BUSINESS-DATE TO BUSINESS-DATE-R.
           MOVE BD-YEAR TO CQ-YEAR.
           COMPUTE CQ-QUARTER = (BD-MONTH - 1) / 3 + 1.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Recertificación de accesos del trimestre "
               DELIMITED BY SIZE
               CURRENT-QUARTER DELIMITED BY SIZE
               " al " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM VENCER-RECERTIFICACIONES.

           PERFORM VERIFICAR-CAMPANA-EMITIDA.

           IF CAMPANA-SIN-EMITIR
               PERFORM CARGAR-PARES-INCOMPATIBLES
               PERFORM CALCULAR-CONFLICTOS-POR-ROL
               PERFORM CALCULAR-VENCIMIENTO
               PERFORM EMITIR-CAMPANA
           END-IF.

           PERFORM CARGAR-PENDIENTES.

           IF USERS-ISSUED > ZERO
               OR (USERS-PENDING > ZERO
               AND CAMPAIGN-DEADLINE = WS-BUSINESS-DATE)
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Confirmar o revocar en RECERTIFICACION antes "
                   DELIMITED BY SIZE
                   "del cierre del " DELIMITED BY SIZE
                   CAMPAIGN-DEADLINE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               MOVE "Lo no confirmado se dará de baja automáticamente"
                   TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               PERFORM LISTAR-POR-SUCURSAL
               PERFORM LISTAR-SUCURSALES-SIN-REGISTRAR
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Emitidos: " DELIMITED BY SIZE
               USERS-ISSUED DELIMITED BY SIZE
               "  Pendientes: " DELIMITED BY SIZE
               USERS-PENDING DELIMITED BY SIZE
               "  Dados de baja por vencimiento: " DELIMITED BY SIZE
               USERS-EXPIRED DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF RECERT-DROPPED > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Usuarios fuera de tabla sin listar: "
                   DELIMITED BY SIZE
                   RECERT-DROPPED DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF USERS-EXPIRED > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           COMPUTE WS-JOB-RECORDS = USERS-ISSUED + USERS-EXPIRED.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       VENCER-RECERTIFICACIONES.
           SET F-NOT-ENDED TO TRUE.

           OPEN I-O ACCESS-RECERT-FILE.

           IF F-ACCESS-RECERT-STATUS NOT = "00"
               CLOSE ACCESS-RECERT-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O USUARIOS-ARCHIVO.

           PERFORM UNTIL F-ENDED
               READ ACCESS-RECERT-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ARC-PENDING
                           AND ARC-DEADLINE-DATE < WS-BUSINESS-DATE
                           PERFORM VENCER-RECERTIFICACION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE USUARIOS-ARCHIVO.
           CLOSE ACCESS-RECERT-FILE.

       VENCER-RECERTIFICACION.
           SET ARC-EXPIRED TO TRUE.
           MOVE WS-JOB-NAME TO ARC-DECIDED-BY.
           MOVE WS-BUSINESS-DATE TO ARC-DECIDED-DATE.

           REWRITE ACCESS-RECERT-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO USERS-EXPIRED.

           IF USERS-EXPIRED = 1
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               MOVE "Usuarios dados de baja por falta de confirmación"
                   TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               ARC-USER DELIMITED BY SIZE
               " Suc " DELIMITED BY SIZE
               ARC-BRANCH DELIMITED BY SIZE
               " Rol " DELIMITED BY SIZE
               ARC-ROLE DELIMITED BY SIZE
               " vencía " DELIMITED BY SIZE
               ARC-DEADLINE-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE "RECERT-EXPIRED" TO WS-AUDIT-OPERATION.
           MOVE ARC-USER TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Sin confirmar al " DELIMITED BY SIZE
               ARC-DEADLINE-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

           MOVE ARC-USER TO UA-NOMBRE-USUARIO.

           READ USUARIOS-ARCHIVO
               KEY IS UA-NOMBRE-USUARIO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF UA-ACTIVO = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO UA-ACTIVO.

           REWRITE REGISTRO-USUARIO
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE "DISABLE-USER" TO WS-AUDIT-OPERATION.
           MOVE ARC-USER TO WS-AUDIT-BEFORE.
           MOVE "Baja por recertificación vencida" TO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

           PERFORM FORZAR-CIERRE-SESION.

       FORZAR-CIERRE-SESION.
           OPEN I-O ACTIVE-SESSIONS-FILE.

           IF F-ACTIVE-SESSIONS-STATUS NOT = "00"
               CLOSE ACTIVE-SESSIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE ARC-USER TO SES-USER.

           READ ACTIVE-SESSIONS-FILE
               KEY IS SES-USER
               INVALID KEY
                   CLOSE ACTIVE-SESSIONS-FILE
                   EXIT PARAGRAPH
           END-READ.

           SET SES-FORCED-OFF TO TRUE.
           MOVE WS-JOB-NAME TO SES-FORCED-BY.

           REWRITE ACTIVE-SESSION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           CLOSE ACTIVE-SESSIONS-FILE.

       VERIFICAR-CAMPANA-EMITIDA.
           SET CAMPANA-SIN-EMITIR TO TRUE.

           OPEN INPUT ACCESS-RECERT-FILE.

           IF F-ACCESS-RECERT-STATUS NOT = "00"
               CLOSE ACCESS-RECERT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-QUARTER TO ARC-QUARTER.
           MOVE LOW-VALUES TO ARC-USER.

           START ACCESS-RECERT-FILE
               KEY IS GREATER THAN OR EQUAL TO ARC-KEY
               INVALID KEY
                   CLOSE ACCESS-RECERT-FILE
                   EXIT PARAGRAPH
           END-START.

           READ ACCESS-RECERT-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ARC-QUARTER = CURRENT-QUARTER
                       SET CAMPANA-YA-EMITIDA TO TRUE
                       MOVE ARC-DEADLINE-DATE TO CAMPAIGN-DEADLINE
                   END-IF
           END-READ.

           CLOSE ACCESS-RECERT-FILE.

       CARGAR-PARES-INCOMPATIBLES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT SOD-CONFLICTS-FILE.

           IF F-SOD-CONFLICTS-STATUS NOT = "00"
               CLOSE SOD-CONFLICTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ SOD-CONFLICTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PAIR-COUNT < 200
                           ADD 1 TO PAIR-COUNT
                           MOVE SOD-OPTION-A TO PT-OPTION-A(PAIR-COUNT)
                           MOVE SOD-OPTION-B TO PT-OPTION-B(PAIR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SOD-CONFLICTS-FILE.

       CALCULAR-CONFLICTOS-POR-ROL.
           PERFORM VARYING ROLE-I FROM 1 BY 1 UNTIL ROLE-I > 3
               MOVE ZERO TO ROLE-CONFLICTS(ROLE-I)
               MOVE ROLE-CODE(ROLE-I) TO CHECK-ROLE
               PERFORM VARYING PAIR-I FROM 1 BY 1
                   UNTIL PAIR-I > PAIR-COUNT
                   MOVE PT-OPTION-A(PAIR-I) TO CHECK-OPTION
                   CALL "./common/option-permission"
                       USING CHECK-ROLE CHECK-OPTION OPTION-A-ALLOWED
                   MOVE PT-OPTION-B(PAIR-I) TO CHECK-OPTION
                   CALL "./common/option-permission"
                       USING CHECK-ROLE CHECK-OPTION OPTION-B-ALLOWED
                   IF OPTION-A-IS-ALLOWED AND OPTION-B-IS-ALLOWED
                       ADD 1 TO ROLE-CONFLICTS(ROLE-I)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CALCULAR-VENCIMIENTO.
           MOVE WS-BUSINESS-DATE TO WS-NEXT-DATE.

           PERFORM VARYING DEADLINE-DAY FROM 1 BY 1
               UNTIL DEADLINE-DAY > RECERT-RESPONSE-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1)
                   TO WS-NEXT-DATE
               CALL "./common/next-business-day"
                   USING WS-NEXT-DATE WS-ROLL-DIRECTION WS-NEXT-DATE
           END-PERFORM.

           MOVE WS-NEXT-DATE TO CAMPAIGN-DEADLINE.

       EMITIR-CAMPANA.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT USUARIOS-ARCHIVO.

           IF F-USUARIOS-STATUS NOT = "00"
               CLOSE USUARIOS-ARCHIVO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PERFIL-USUARIO.

           IF F-PERFIL-STATUS = "00"
               SET PERFIL-ABIERTO TO TRUE
           ELSE
               SET PERFIL-NO-ABIERTO TO TRUE
           END-IF.

           OPEN I-O ACCESS-RECERT-FILE.

           PERFORM UNTIL F-ENDED
               READ USUARIOS-ARCHIVO NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF UA-ACTIVO NOT = 'N'
                           PERFORM EMITIR-RECERTIFICACION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCESS-RECERT-FILE.
           CLOSE PERFIL-USUARIO.
           CLOSE USUARIOS-ARCHIVO.

       EMITIR-RECERTIFICACION.
           IF PERFIL-ABIERTO
               MOVE UA-NOMBRE-USUARIO TO PU-USUARIO
               READ PERFIL-USUARIO
                   KEY IS PU-USUARIO
                   INVALID KEY
                       MOVE 'L' TO USER-ROLE
                   NOT INVALID KEY
                       MOVE PU-TIPO-USUARIO TO USER-ROLE
               END-READ
           ELSE
               MOVE 'A' TO USER-ROLE
           END-IF.

           MOVE CURRENT-QUARTER TO ARC-QUARTER.
           MOVE UA-NOMBRE-USUARIO TO ARC-USER.
           MOVE UA-SUCURSAL TO ARC-BRANCH.
           MOVE USER-ROLE TO ARC-ROLE.
           MOVE ZERO TO ARC-CONFLICTS.

           PERFORM VARYING ROLE-I FROM 1 BY 1 UNTIL ROLE-I > 3
               IF ROLE-CODE(ROLE-I) = USER-ROLE
                   MOVE ROLE-CONFLICTS(ROLE-I) TO ARC-CONFLICTS
               END-IF
           END-PERFORM.

           MOVE WS-BUSINESS-DATE TO ARC-ISSUED-DATE.
           MOVE CAMPAIGN-DEADLINE TO ARC-DEADLINE-DATE.
           SET ARC-PENDING TO TRUE.
           MOVE SPACES TO ARC-DECIDED-BY.
           MOVE ZERO TO ARC-DECIDED-DATE.

           WRITE ACCESS-RECERT-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE.

           ADD 1 TO USERS-ISSUED.

           MOVE "RECERT-ISSUED" TO WS-AUDIT-OPERATION.
           MOVE ARC-USER TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Suc " DELIMITED BY SIZE
               ARC-BRANCH DELIMITED BY SIZE
               " rol " DELIMITED BY SIZE
               ARC-ROLE DELIMITED BY SIZE
               " vence " DELIMITED BY SIZE
               ARC-DEADLINE-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       CARGAR-PENDIENTES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ACCESS-RECERT-FILE.

           IF F-ACCESS-RECERT-STATUS NOT = "00"
               CLOSE ACCESS-RECERT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CURRENT-QUARTER TO ARC-QUARTER.
           MOVE LOW-VALUES TO ARC-USER.

           START ACCESS-RECERT-FILE
               KEY IS GREATER THAN OR EQUAL TO ARC-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ ACCESS-RECERT-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF ARC-QUARTER NOT = CURRENT-QUARTER
                           SET F-ENDED TO TRUE
                       ELSE
                           IF ARC-PENDING
                               PERFORM AGREGAR-PENDIENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCESS-RECERT-FILE.

       AGREGAR-PENDIENTE.
           ADD 1 TO USERS-PENDING.
           MOVE ARC-DEADLINE-DATE TO CAMPAIGN-DEADLINE.

           IF RECERT-COUNT = 1000
               ADD 1 TO RECERT-DROPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO RECERT-COUNT.
           MOVE ARC-BRANCH TO RT-BRANCH(RECERT-COUNT).
           MOVE ARC-USER TO RT-USER(RECERT-COUNT).
           MOVE ARC-ROLE TO RT-ROLE(RECERT-COUNT).
           MOVE ARC-CONFLICTS TO RT-CONFLICTS(RECERT-COUNT).
           MOVE 'N' TO RT-LISTED(RECERT-COUNT).

       LISTAR-POR-SUCURSAL.
           IF RECERT-COUNT = ZERO
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

           PERFORM VARYING RECERT-I FROM 1 BY 1
               UNTIL RECERT-I > RECERT-COUNT
               IF RT-BRANCH(RECERT-I) = BRANCH-CODE
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
                   PERFORM EMITIR-USUARIO
               END-IF
           END-PERFORM.

       LISTAR-SUCURSALES-SIN-REGISTRAR.
           MOVE ZERO TO BRANCH-ROWS.

           PERFORM VARYING RECERT-I FROM 1 BY 1
               UNTIL RECERT-I > RECERT-COUNT
               IF RT-LISTED(RECERT-I) = 'N'
                   IF BRANCH-ROWS = ZERO
                       MOVE SPACES TO WS-REPORT-LINE
                       PERFORM EMITIR-LINEA
                       MOVE "Sucursal no registrada"
                           TO WS-REPORT-LINE
                       PERFORM EMITIR-LINEA
                       PERFORM EMITIR-ENCABEZADO
                   END-IF
                   ADD 1 TO BRANCH-ROWS
                   PERFORM EMITIR-USUARIO
               END-IF
           END-PERFORM.

       EMITIR-ENCABEZADO.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Usuario                        Suc Rol Conflictos"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-USUARIO.
           MOVE 'Y' TO RT-LISTED(RECERT-I).

           MOVE SPACES TO WS-REPORT-LINE.
           STRING RT-USER(RECERT-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RT-BRANCH(RECERT-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RT-ROLE(RECERT-I) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               RT-CONFLICTS(RECERT-I) DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-KEY.
           MOVE ARC-QUARTER TO WS-AUDIT-KEY.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM access-recertification-run.
