       IDENTIFICATION DIVISION.
       PROGRAM-ID. outbound-register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL OUTBOUND-ARCHIVE-FILE
       ASSIGN TO WS-ARCHIVE-NAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-ARCHIVE-STATUS.

       COPY "../copylib/physic-outbound-files.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-ARCHIVE-FILE.
       01  OUTBOUND-ARCHIVE-LINE PIC X(120).

       COPY "../copylib/logic-outbound-files.cpy".

       WORKING-STORAGE SECTION.
       01  F-ARCHIVE-STATUS PIC XX.
       01  F-OUTBOUND-FILES-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  WS-ARCHIVE-NAME PIC X(40).
       01  WS-FEED PIC X(12).
       01  WS-GENERATION PIC 9(6) VALUE ZERO.
       01  WS-RECORD-COUNT PIC 9(8) VALUE ZERO.
       01  WS-HASH-TOTAL PIC 9(14)V99 VALUE ZERO.

       01  ARCHIVE-STATE PIC X VALUE 'C'.
           88  ARCHIVE-OPEN VALUE 'A'.
           88  ARCHIVE-CLOSED VALUE 'C'.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       LINKAGE SECTION.
       01  LS-OUTBOUND-MODE PIC X.
           88  LS-OUTBOUND-OPEN VALUE 'O'.
           88  LS-OUTBOUND-LINE VALUE 'L'.
           88  LS-OUTBOUND-CLOSE VALUE 'C'.
       01  LS-FEED PIC X(12).
       01  LS-FILE-NAME PIC X(30).
       01  LS-RECORD-LENGTH PIC 9(4).
       01  LS-LINE PIC X(120).
       01  LS-AMOUNT PIC 9(12)V99.

       PROCEDURE DIVISION
           USING LS-OUTBOUND-MODE LS-FEED LS-FILE-NAME
           LS-RECORD-LENGTH LS-LINE LS-AMOUNT.

           EVALUATE TRUE
               WHEN LS-OUTBOUND-OPEN
                   PERFORM ABRIR-GENERACION
               WHEN LS-OUTBOUND-LINE
                   PERFORM ARCHIVAR-REGISTRO
               WHEN LS-OUTBOUND-CLOSE
                   PERFORM CERRAR-GENERACION
           END-EVALUATE.

           GOBACK.

       ABRIR-GENERACION.
           IF ARCHIVE-OPEN
               PERFORM CERRAR-GENERACION
           END-IF.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE LS-FEED TO WS-FEED.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-HASH-TOTAL.

           OPEN I-O OUTBOUND-FILES-FILE.

           PERFORM RESERVAR-GENERACION.

           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "outbound-" DELIMITED BY SIZE
               WS-FEED DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-GENERATION DELIMITED BY SIZE
               ".arc" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME.

           MOVE WS-FEED TO OBF-FEED.
           MOVE WS-GENERATION TO OBF-GENERATION.
           MOVE LS-FILE-NAME TO OBF-FILE-NAME.
           MOVE WS-ARCHIVE-NAME TO OBF-ARCHIVE-NAME.
           MOVE LS-RECORD-LENGTH TO OBF-RECORD-LENGTH.
           MOVE FUNCTION CURRENT-DATE(1:14) TO OBF-CREATED-STAMP.
           MOVE WS-BUSINESS-DATE TO OBF-BUSINESS-DATE.
           MOVE ZERO TO OBF-RECORD-COUNT.
           MOVE ZERO TO OBF-HASH-TOTAL.
           SET OBF-IN-PROGRESS TO TRUE.
           MOVE WS-SESSION-USER TO OBF-CREATED-BY.
           MOVE ZERO TO OBF-RESEND-COUNT.
           MOVE SPACES TO OBF-LAST-RESEND-STAMP.
           MOVE SPACES TO OBF-LAST-RESEND-BY.

           WRITE OUTBOUND-FILE-RECORD
               INVALID KEY
                   DISPLAY "No fue posible registrar la generación "
                       WS-GENERATION " de " WS-FEED
           END-WRITE.

           CLOSE OUTBOUND-FILES-FILE.

           OPEN OUTPUT OUTBOUND-ARCHIVE-FILE.

           SET ARCHIVE-OPEN TO TRUE.

       RESERVAR-GENERACION.
           MOVE ZERO TO WS-GENERATION.
           SET F-NOT-ENDED TO TRUE.

           MOVE WS-FEED TO OBF-FEED.
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
                       IF OBF-FEED NOT = WS-FEED
                           SET F-ENDED TO TRUE
                       ELSE
                           MOVE OBF-GENERATION TO WS-GENERATION
                       END-IF
               END-READ
           END-PERFORM.

           ADD 1 TO WS-GENERATION.

       ARCHIVAR-REGISTRO.
           IF ARCHIVE-CLOSED
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-LINE TO OUTBOUND-ARCHIVE-LINE.
           WRITE OUTBOUND-ARCHIVE-LINE.

           ADD 1 TO WS-RECORD-COUNT.
           ADD LS-AMOUNT TO WS-HASH-TOTAL.

       CERRAR-GENERACION.
           IF ARCHIVE-CLOSED
               EXIT PARAGRAPH
           END-IF.

           CLOSE OUTBOUND-ARCHIVE-FILE.

           SET ARCHIVE-CLOSED TO TRUE.

           OPEN I-O OUTBOUND-FILES-FILE.

           MOVE WS-FEED TO OBF-FEED.
           MOVE WS-GENERATION TO OBF-GENERATION.

           READ OUTBOUND-FILES-FILE
               KEY IS OBF-KEY
               INVALID KEY
                   DISPLAY "No se encontró la generación "
                       WS-GENERATION " de " WS-FEED
                   CLOSE OUTBOUND-FILES-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-RECORD-COUNT TO OBF-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO OBF-HASH-TOTAL.
           SET OBF-GENERATED TO TRUE.

           REWRITE OUTBOUND-FILE-RECORD
               INVALID KEY
                   DISPLAY "No fue posible cerrar la generación "
                       WS-GENERATION " de " WS-FEED
                   CLOSE OUTBOUND-FILES-FILE
                   EXIT PARAGRAPH
           END-REWRITE.

           CLOSE OUTBOUND-FILES-FILE.

           DISPLAY "Envío " WS-FEED " archivado como generación "
               WS-GENERATION " (" WS-RECORD-COUNT " registros)".

       END PROGRAM outbound-register.
