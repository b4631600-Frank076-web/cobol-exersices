       IDENTIFICATION DIVISION.
       PROGRAM-ID. sod-conflict-report.

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

       COPY "../copylib/physic-sod-conflicts.cpy".

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

       COPY "../copylib/logic-sod-conflicts.cpy".

       WORKING-STORAGE SECTION.
       01  F-USUARIOS-STATUS PIC XX.
       01  F-PERFIL-STATUS PIC XX.
       01  F-SOD-CONFLICTS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  PERFIL-ABIERTO-FLAG PIC X.
           88  PERFIL-ABIERTO VALUE 'S'.
           88  PERFIL-NO-ABIERTO VALUE 'N'.

       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 200 TIMES.
               10  PT-OPTION-A PIC 9(2).
               10  PT-OPTION-B PIC 9(2).
               10  PT-DESCRIPTION PIC X(40).
       01  PAIR-COUNT PIC 9(3) VALUE ZERO.
       01  PAIR-I PIC 9(3).

       01  ROLE-CODES-VALUES PIC X(3) VALUE "AEL".
       01  ROLE-CODES REDEFINES ROLE-CODES-VALUES.
           05  ROLE-CODE PIC X OCCURS 3 TIMES.
       01  ROLE-NAMES-VALUES.
           05  FILLER PIC X(10) VALUE "ADMIN".
           05  FILLER PIC X(10) VALUE "EDITOR".
           05  FILLER PIC X(10) VALUE "LECTOR".
       01  ROLE-NAMES REDEFINES ROLE-NAMES-VALUES.
           05  ROLE-NAME PIC X(10) OCCURS 3 TIMES.
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
       01  USERS-IN-CONFLICT PIC 9(5) VALUE ZERO.
       01  USERS-READ PIC 9(5) VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "CONFLICTOS-FUNCIONES".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "sod-conflict-report".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Conflictos de segregación de funciones ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM CARGAR-PARES-INCOMPATIBLES.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Conflictos de funciones por rol y usuario al "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF PAIR-COUNT = ZERO
               MOVE "No hay pares de opciones incompatibles definidos"
                   TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               MOVE "WARN" TO WS-JOB-OUTCOME
           ELSE
               PERFORM VARYING ROLE-I FROM 1 BY 1 UNTIL ROLE-I > 3
                   PERFORM EVALUAR-ROL
               END-PERFORM
               PERFORM LISTAR-USUARIOS-EN-CONFLICTO
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Usuarios activos: " DELIMITED BY SIZE
               USERS-READ DELIMITED BY SIZE
               "  Con conflictos: " DELIMITED BY SIZE
               USERS-IN-CONFLICT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF USERS-IN-CONFLICT > ZERO
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE USERS-IN-CONFLICT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

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
                           MOVE SOD-DESCRIPTION
                               TO PT-DESCRIPTION(PAIR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SOD-CONFLICTS-FILE.

       EVALUAR-ROL.
           MOVE ZERO TO ROLE-CONFLICTS(ROLE-I).
           MOVE ROLE-CODE(ROLE-I) TO CHECK-ROLE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Rol " DELIMITED BY SIZE
               CHECK-ROLE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ROLE-NAME(ROLE-I) DELIMITED BY SPACE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM VARYING PAIR-I FROM 1 BY 1 UNTIL PAIR-I > PAIR-COUNT
               MOVE PT-OPTION-A(PAIR-I) TO CHECK-OPTION
               CALL "./common/option-permission"
                   USING CHECK-ROLE CHECK-OPTION OPTION-A-ALLOWED
               MOVE PT-OPTION-B(PAIR-I) TO CHECK-OPTION
               CALL "./common/option-permission"
                   USING CHECK-ROLE CHECK-OPTION OPTION-B-ALLOWED
               IF OPTION-A-IS-ALLOWED AND OPTION-B-IS-ALLOWED
                   ADD 1 TO ROLE-CONFLICTS(ROLE-I)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  Opciones " DELIMITED BY SIZE
                       PT-OPTION-A(PAIR-I) DELIMITED BY SIZE
                       " y " DELIMITED BY SIZE
                       PT-OPTION-B(PAIR-I) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       PT-DESCRIPTION(PAIR-I) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM EMITIR-LINEA
               END-IF
           END-PERFORM.

           IF ROLE-CONFLICTS(ROLE-I) = ZERO
               MOVE "  Sin conflictos" TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

       LISTAR-USUARIOS-EN-CONFLICTO.
           SET F-NOT-ENDED TO TRUE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "Usuarios activos con roles en conflicto"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "Usuario                        Suc Rol Conflictos"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

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

           PERFORM UNTIL F-ENDED
               READ USUARIOS-ARCHIVO NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF UA-ACTIVO NOT = 'N'
                           PERFORM EVALUAR-USUARIO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PERFIL-USUARIO.
           CLOSE USUARIOS-ARCHIVO.

       EVALUAR-USUARIO.
           ADD 1 TO USERS-READ.

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

           PERFORM VARYING ROLE-I FROM 1 BY 1
               UNTIL ROLE-I > 3 OR ROLE-CODE(ROLE-I) = USER-ROLE
               CONTINUE
           END-PERFORM.

           IF ROLE-I > 3
               EXIT PARAGRAPH
           END-IF.

           IF ROLE-CONFLICTS(ROLE-I) = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO USERS-IN-CONFLICT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING UA-NOMBRE-USUARIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UA-SUCURSAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               USER-ROLE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ROLE-CONFLICTS(ROLE-I) DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM sod-conflict-report.
