       IDENTIFICATION DIVISION.
       PROGRAM-ID. outbound-resend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL OUTBOUND-ARCHIVE-FILE
       ASSIGN TO WS-ARCHIVE-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-ARCHIVE-STATUS.

       SELECT RESEND-INTERBANK-FILE
       ASSIGN TO WS-RESEND-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-RESEND-STATUS.

       SELECT RESEND-RETURNS-FILE
       ASSIGN TO WS-RESEND-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-RESEND-STATUS.

       SELECT RESEND-GL-FILE
       ASSIGN TO WS-RESEND-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-RESEND-STATUS.

       SELECT RESEND-STRAT-FILE
       ASSIGN TO WS-RESEND-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-RESEND-STATUS.

       SELECT RESEND-NOTICES-FILE
       ASSIGN TO WS-RESEND-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-RESEND-STATUS.

       SELECT RESEND-CAMPAIGN-FILE
       ASSIGN TO WS-RESEND-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-RESEND-STATUS.

       COPY "../copylib/physic-outbound-files.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-ARCHIVE-FILE.
       01  OUTBOUND-ARCHIVE-LINE PIC X(120).

       FD  RESEND-INTERBANK-FILE.
       01  RESEND-INTERBANK-RECORD PIC X(57).

       FD  RESEND-RETURNS-FILE.
       01  RESEND-RETURNS-RECORD PIC X(58).

       FD  RESEND-GL-FILE.
       01  RESEND-GL-RECORD PIC X(41).

       FD  RESEND-STRAT-FILE.
       01  RESEND-STRAT-RECORD PIC X(33).

       FD  RESEND-NOTICES-FILE.
       01  RESEND-NOTICES-RECORD PIC X(109).

       FD  RESEND-CAMPAIGN-FILE.
       01  RESEND-CAMPAIGN-RECORD PIC X(97).

       COPY "../copylib/logic-outbound-files.cpy".

       WORKING-STORAGE SECTION.
       01  F-ARCHIVE-STATUS PIC XX.
       01  F-RESEND-STATUS PIC XX.
       01  F-OUTBOUND-FILES-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  OR-LIST VALUE 1.
           88  OR-RESEND VALUE 2.
           88  OR-EXIT VALUE 3.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  WS-ARCHIVE-NAME PIC X(40).
       01  WS-RESEND-NAME PIC X(60).

       01  WANTED-FEED PIC X(12).
       01  WANTED-GENERATION PIC 9(6).
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.
       01  ARCHIVE-LINES PIC 9(8).
       01  RESENT-LINES PIC 9(8).
       01  WS-HASH-EDIT PIC Z(13)9.99.
       01  CONFIRM-KEY PIC X.

       01  RESEND-LAYOUT PIC X.
           88  LAYOUT-INTERBANK VALUE 'I'.
           88  LAYOUT-RETURNS VALUE 'R'.
           88  LAYOUT-GL VALUE 'G'.
           88  LAYOUT-STRAT VALUE 'S'.
           88  LAYOUT-NOTICES VALUE 'N'.
           88  LAYOUT-CAMPAIGN VALUE 'C'.
           88  LAYOUT-UNKNOWN VALUE 'X'.

       01  WS-SESSION-USER PIC X(30).

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "OUTBOUND-RESEND".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.

           PERFORM SHOW-RESEND-MENU UNTIL OR-EXIT.

           GOBACK.

       SHOW-RESEND-MENU.
           DISPLAY "--- Registro de archivos enviados ---".
           DISPLAY "Listar generaciones enviadas (1)".
           DISPLAY "Reenviar una generación (2)".
           DISPLAY "Volver (3)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN OR-LIST
                   PERFORM LIST-GENERATIONS
               WHEN OR-RESEND
                   PERFORM RESEND-GENERATION
               WHEN OR-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       LIST-GENERATIONS.
           DISPLAY "Envío (INTERBANCO, DEVDEBITOS, CONTABLE, "
               "ESTRATIF, AVISOS, CAMPANIAS; vacío para todos): ".
           MOVE SPACES TO WANTED-FEED.
           ACCEPT WANTED-FEED.

           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT OUTBOUND-FILES-FILE.

           IF F-OUTBOUND-FILES-STATUS NOT = "00"
               DISPLAY "No hay envíos registrados"
               CLOSE OUTBOUND-FILES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-FEED TO OBF-FEED.
           MOVE ZERO TO OBF-GENERATION.

           START OUTBOUND-FILES-FILE KEY IS >= OBF-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ OUTBOUND-FILES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF WANTED-FEED NOT = SPACES
                           AND OBF-FEED NOT = WANTED-FEED
                           SET F-ENDED TO TRUE
                       ELSE
                           PERFORM MOSTRAR-GENERACION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OUTBOUND-FILES-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "No hay envíos registrados"
           END-IF.

       MOSTRAR-GENERACION.
           MOVE OBF-HASH-TOTAL TO WS-HASH-EDIT.

           DISPLAY OBF-FEED " gen " OBF-GENERATION
               " " OBF-CREATED-STAMP
               " regs " OBF-RECORD-COUNT
               " hash " WS-HASH-EDIT.

           IF OBF-IN-PROGRESS
               DISPLAY "    " OBF-FILE-NAME " (GENERACION INCOMPLETA)"
           ELSE
               DISPLAY "    " OBF-FILE-NAME " reenvíos "
                   OBF-RESEND-COUNT " " OBF-LAST-RESEND-BY
           END-IF.

           ADD 1 TO ROWS-LISTED.

       RESEND-GENERATION.
           DISPLAY "Envío: ".
           MOVE SPACES TO WANTED-FEED.
           ACCEPT WANTED-FEED.
           DISPLAY "Generación: ".
           ACCEPT WANTED-GENERATION.

           OPEN I-O OUTBOUND-FILES-FILE.

           MOVE WANTED-FEED TO OBF-FEED.
           MOVE WANTED-GENERATION TO OBF-GENERATION.

           READ OUTBOUND-FILES-FILE
               KEY IS OBF-KEY
               INVALID KEY
                   DISPLAY "No existe esa generación"
                   CLOSE OUTBOUND-FILES-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF OBF-IN-PROGRESS
               DISPLAY "La generación no terminó de producirse, "
                   "no puede reenviarse"
               CLOSE OUTBOUND-FILES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM ELEGIR-FORMATO.

           IF LAYOUT-UNKNOWN
               DISPLAY "Formato de registro desconocido ("
                   OBF-RECORD-LENGTH ")"
               CLOSE OUTBOUND-FILES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE OBF-ARCHIVE-NAME TO WS-ARCHIVE-NAME.

           PERFORM CONTAR-LINEAS-ARCHIVADAS.

           IF ARCHIVE-LINES NOT = OBF-RECORD-COUNT
               DISPLAY "El archivo guardado (" WS-ARCHIVE-NAME
                   ") no coincide con el registro: "
                   ARCHIVE-LINES " de " OBF-RECORD-COUNT
               CLOSE OUTBOUND-FILES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-RESEND-NAME.
           STRING "REENVIO-" DELIMITED BY SIZE
               OBF-GENERATION DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               OBF-FILE-NAME DELIMITED BY SPACE
               INTO WS-RESEND-NAME.

           MOVE OBF-HASH-TOTAL TO WS-HASH-EDIT.

           DISPLAY "Se reenviará " OBF-FILE-NAME.
           DISPLAY "Generación " OBF-GENERATION " del "
               OBF-CREATED-STAMP " - " OBF-RECORD-COUNT
               " registros, hash " WS-HASH-EDIT.
           DISPLAY "Como " WS-RESEND-NAME.
           DISPLAY "¿Confirma el reenvío? (S/N): ".
           ACCEPT CONFIRM-KEY.

           IF CONFIRM-KEY NOT = 'S' AND CONFIRM-KEY NOT = 's'
               DISPLAY "Reenvío cancelado"
               CLOSE OUTBOUND-FILES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM COPIAR-GENERACION.

           ADD 1 TO OBF-RESEND-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OBF-LAST-RESEND-STAMP.
           MOVE WS-SESSION-USER TO OBF-LAST-RESEND-BY.

           REWRITE OUTBOUND-FILE-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: el reenvío no quedó anotado en el "
                   "registro de la generación"
           END-REWRITE.

           CLOSE OUTBOUND-FILES-FILE.

           DISPLAY "Reenvío generado: " WS-RESEND-NAME.
           DISPLAY "Registros reenviados: " RESENT-LINES.

           MOVE OBF-GENERATION TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING OBF-FEED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OBF-FILE-NAME DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE WS-RESEND-NAME TO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       ELEGIR-FORMATO.
           EVALUATE OBF-RECORD-LENGTH
               WHEN 57
                   SET LAYOUT-INTERBANK TO TRUE
               WHEN 58
                   SET LAYOUT-RETURNS TO TRUE
               WHEN 41
                   SET LAYOUT-GL TO TRUE
               WHEN 33
                   SET LAYOUT-STRAT TO TRUE
               WHEN 109
                   SET LAYOUT-NOTICES TO TRUE
               WHEN 97
                   SET LAYOUT-CAMPAIGN TO TRUE
               WHEN OTHER
                   SET LAYOUT-UNKNOWN TO TRUE
           END-EVALUATE.

       CONTAR-LINEAS-ARCHIVADAS.
           MOVE ZERO TO ARCHIVE-LINES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT OUTBOUND-ARCHIVE-FILE.

           IF F-ARCHIVE-STATUS NOT = "00"
               CLOSE OUTBOUND-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ OUTBOUND-ARCHIVE-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       ADD 1 TO ARCHIVE-LINES
               END-READ
           END-PERFORM.

           CLOSE OUTBOUND-ARCHIVE-FILE.

       COPIAR-GENERACION.
           MOVE ZERO TO RESENT-LINES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT OUTBOUND-ARCHIVE-FILE.

           EVALUATE TRUE
               WHEN LAYOUT-INTERBANK
                   OPEN OUTPUT RESEND-INTERBANK-FILE
               WHEN LAYOUT-RETURNS
                   OPEN OUTPUT RESEND-RETURNS-FILE
               WHEN LAYOUT-GL
                   OPEN OUTPUT RESEND-GL-FILE
               WHEN LAYOUT-STRAT
                   OPEN OUTPUT RESEND-STRAT-FILE
               WHEN LAYOUT-NOTICES
                   OPEN OUTPUT RESEND-NOTICES-FILE
               WHEN LAYOUT-CAMPAIGN
                   OPEN OUTPUT RESEND-CAMPAIGN-FILE
           END-EVALUATE.

           PERFORM UNTIL F-ENDED
               READ OUTBOUND-ARCHIVE-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM COPIAR-UN-REGISTRO
               END-READ
           END-PERFORM.

           EVALUATE TRUE
               WHEN LAYOUT-INTERBANK
                   CLOSE RESEND-INTERBANK-FILE
               WHEN LAYOUT-RETURNS
                   CLOSE RESEND-RETURNS-FILE
               WHEN LAYOUT-GL
                   CLOSE RESEND-GL-FILE
               WHEN LAYOUT-STRAT
                   CLOSE RESEND-STRAT-FILE
               WHEN LAYOUT-NOTICES
                   CLOSE RESEND-NOTICES-FILE
               WHEN LAYOUT-CAMPAIGN
                   CLOSE RESEND-CAMPAIGN-FILE
           END-EVALUATE.

           CLOSE OUTBOUND-ARCHIVE-FILE.

       COPIAR-UN-REGISTRO.
           EVALUATE TRUE
               WHEN LAYOUT-INTERBANK
                   MOVE OUTBOUND-ARCHIVE-LINE
                       TO RESEND-INTERBANK-RECORD
                   WRITE RESEND-INTERBANK-RECORD
               WHEN LAYOUT-RETURNS
                   MOVE OUTBOUND-ARCHIVE-LINE TO RESEND-RETURNS-RECORD
                   WRITE RESEND-RETURNS-RECORD
               WHEN LAYOUT-GL
                   MOVE OUTBOUND-ARCHIVE-LINE TO RESEND-GL-RECORD
                   WRITE RESEND-GL-RECORD
               WHEN LAYOUT-STRAT
                   MOVE OUTBOUND-ARCHIVE-LINE TO RESEND-STRAT-RECORD
                   WRITE RESEND-STRAT-RECORD
               WHEN LAYOUT-NOTICES
                   MOVE OUTBOUND-ARCHIVE-LINE TO RESEND-NOTICES-RECORD
                   WRITE RESEND-NOTICES-RECORD
               WHEN LAYOUT-CAMPAIGN
                   MOVE OUTBOUND-ARCHIVE-LINE
                       TO RESEND-CAMPAIGN-RECORD
                   WRITE RESEND-CAMPAIGN-RECORD
           END-EVALUATE.

           ADD 1 TO RESENT-LINES.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM outbound-resend.
