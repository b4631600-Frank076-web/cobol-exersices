       IDENTIFICATION DIVISION.
       PROGRAM-ID. inbound-file-check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-inbound-files.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-inbound-files.cpy".

       WORKING-STORAGE SECTION.
       01  F-INBOUND-FILES-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  HASH-TOTAL PIC 9(12)V99.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       LINKAGE SECTION.
       01  INBOUND-CONTROL.
           05  IFC-MODE PIC X.
               88  IFC-VALIDATE VALUE 'V'.
               88  IFC-FINISH VALUE 'F'.
           05  IFC-FEED PIC X(12).
           05  IFC-FIRST-TYPE PIC X.
           05  IFC-LAST-TYPE PIC X.
           05  IFC-HEADERS-SEEN PIC 9(4).
           05  IFC-TRAILERS-SEEN PIC 9(4).
           05  IFC-SENDER PIC X(8).
           05  IFC-FILE-DATE PIC 9(8).
           05  IFC-SEQUENCE PIC 9(6).
           05  IFC-DECLARED-COUNT PIC 9(6).
           05  IFC-DECLARED-TOTAL PIC 9(10)V99.
           05  IFC-ACTUAL-COUNT PIC 9(6).
           05  IFC-ACTUAL-TOTAL PIC 9(12)V99.
           05  IFC-RESUMABLE PIC X.
               88  IFC-RUN-RESUMES VALUE 'Y'.
               88  IFC-RUN-FROM-START VALUE 'N'.
           05  IFC-ARRIVAL-STAMP PIC X(16).
           05  IFC-RESULT PIC X.
               88  IFC-ACCEPTED VALUE 'Y'.
               88  IFC-REJECTED VALUE 'N'.
           05  IFC-REASON PIC X(40).

       PROCEDURE DIVISION USING INBOUND-CONTROL.

           OPEN I-O INBOUND-FILES-FILE.

           IF IFC-FINISH
               PERFORM MARCAR-ARCHIVO-PROCESADO
           ELSE
               PERFORM VALIDAR-ARCHIVO-RECIBIDO
           END-IF.

           CLOSE INBOUND-FILES-FILE.

           GOBACK.

       VALIDAR-ARCHIVO-RECIBIDO.
           SET IFC-ACCEPTED TO TRUE.
           MOVE SPACES TO IFC-REASON.

           MOVE IFC-ACTUAL-TOTAL TO HASH-TOTAL.

           EVALUATE TRUE
               WHEN IFC-HEADERS-SEEN = ZERO
                   MOVE "SIN REGISTRO DE CABECERA" TO IFC-REASON
               WHEN IFC-TRAILERS-SEEN = ZERO
                   MOVE "SIN REGISTRO DE CONTROL (TRUNCADO)"
                       TO IFC-REASON
               WHEN IFC-HEADERS-SEEN > 1 OR IFC-TRAILERS-SEEN > 1
                   MOVE "CABECERA O CONTROL REPETIDO (DUPLICADO)"
                       TO IFC-REASON
               WHEN IFC-FIRST-TYPE NOT = 'H'
                   OR IFC-LAST-TYPE NOT = 'T'
                   MOVE "CABECERA O CONTROL FUERA DE LUGAR"
                       TO IFC-REASON
               WHEN IFC-SENDER = SPACES OR IFC-SEQUENCE = ZERO
                   MOVE "CABECERA SIN REMITENTE O SECUENCIA"
                       TO IFC-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(IFC-FILE-DATE) NOT = 0
                   MOVE "FECHA DE ARCHIVO INVALIDA" TO IFC-REASON
               WHEN IFC-ACTUAL-COUNT NOT = IFC-DECLARED-COUNT
                   MOVE "CANTIDAD DE REGISTROS NO COINCIDE"
                       TO IFC-REASON
               WHEN HASH-TOTAL NOT = IFC-DECLARED-TOTAL
                   MOVE "TOTAL DE CONTROL NO COINCIDE" TO IFC-REASON
           END-EVALUATE.

           IF IFC-REASON NOT = SPACES
               SET IFC-REJECTED TO TRUE
           ELSE
               PERFORM BUSCAR-SECUENCIA-ANTERIOR
           END-IF.

           PERFORM REGISTRAR-ARRIBO.

       BUSCAR-SECUENCIA-ANTERIOR.
           SET F-NOT-ENDED TO TRUE.

           MOVE IFC-FEED TO IBF-FEED.
           MOVE IFC-SENDER TO IBF-SENDER.
           MOVE IFC-SEQUENCE TO IBF-SEQUENCE.
           MOVE LOW-VALUES TO IBF-ARRIVAL-STAMP.

           START INBOUND-FILES-FILE KEY IS >= IBF-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ INBOUND-FILES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF IBF-FEED NOT = IFC-FEED
                           OR IBF-SENDER NOT = IFC-SENDER
                           OR IBF-SEQUENCE NOT = IFC-SEQUENCE
                           SET F-ENDED TO TRUE
                       ELSE
                           PERFORM EVALUAR-ARRIBO-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-ARRIBO-ANTERIOR.
           EVALUATE TRUE
               WHEN IBF-PROCESSED
                   SET IFC-REJECTED TO TRUE
                   MOVE "SECUENCIA YA PROCESADA" TO IFC-REASON
                   SET F-ENDED TO TRUE
               WHEN IBF-IN-PROCESS AND IFC-RUN-RESUMES
                   SET IBF-INTERRUPTED TO TRUE
                   REWRITE INBOUND-FILE-RECORD
                       INVALID KEY
                           DISPLAY "No fue posible marcar interrumpido "
                               "el arribo anterior de " IFC-FEED
                   END-REWRITE
               WHEN IBF-IN-PROCESS
                   SET IFC-REJECTED TO TRUE
                   MOVE "SECUENCIA YA RECIBIDA, CORRIDA SIN TERMINAR"
                       TO IFC-REASON
                   SET F-ENDED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGISTRAR-ARRIBO.
           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE FUNCTION CURRENT-DATE(1:16) TO IFC-ARRIVAL-STAMP.

           MOVE IFC-FEED TO IBF-FEED.
           MOVE IFC-SENDER TO IBF-SENDER.
           MOVE IFC-SEQUENCE TO IBF-SEQUENCE.
           MOVE IFC-ARRIVAL-STAMP TO IBF-ARRIVAL-STAMP.
           MOVE IFC-FILE-DATE TO IBF-FILE-DATE.
           MOVE WS-BUSINESS-DATE TO IBF-BUSINESS-DATE.
           MOVE IFC-DECLARED-COUNT TO IBF-DECLARED-COUNT.
           MOVE IFC-ACTUAL-COUNT TO IBF-ACTUAL-COUNT.
           MOVE IFC-DECLARED-TOTAL TO IBF-DECLARED-TOTAL.
           MOVE HASH-TOTAL TO IBF-ACTUAL-TOTAL.
           MOVE IFC-REASON TO IBF-REASON.
           MOVE WS-SESSION-USER TO IBF-RECEIVED-BY.
           MOVE SPACES TO IBF-FINISHED-STAMP.

           IF IFC-ACCEPTED
               SET IBF-IN-PROCESS TO TRUE
           ELSE
               SET IBF-REJECTED TO TRUE
           END-IF.

           WRITE INBOUND-FILE-RECORD
               INVALID KEY
                   DISPLAY "No fue posible registrar el arribo de "
                       IFC-FEED " (" F-INBOUND-FILES-STATUS ")"
           END-WRITE.

           DISPLAY "Archivo " IFC-FEED " remitente " IFC-SENDER
               " secuencia " IFC-SEQUENCE " del " IFC-FILE-DATE.

           IF IFC-REJECTED
               DISPLAY "Archivo rechazado completo: " IFC-REASON
               DISPLAY "Detalle: " IFC-ACTUAL-COUNT
                   " registros, control: " IFC-DECLARED-COUNT
                   " registros"
           END-IF.

       MARCAR-ARCHIVO-PROCESADO.
           MOVE IFC-FEED TO IBF-FEED.
           MOVE IFC-SENDER TO IBF-SENDER.
           MOVE IFC-SEQUENCE TO IBF-SEQUENCE.
           MOVE IFC-ARRIVAL-STAMP TO IBF-ARRIVAL-STAMP.

           READ INBOUND-FILES-FILE
               KEY IS IBF-KEY
               INVALID KEY
                   DISPLAY "No se encontró el arribo de " IFC-FEED
                       " en el registro de recepción"
                   EXIT PARAGRAPH
           END-READ.

           SET IBF-PROCESSED TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO IBF-FINISHED-STAMP.

           REWRITE INBOUND-FILE-RECORD
               INVALID KEY
                   DISPLAY "No fue posible marcar procesado el arribo "
                       "de " IFC-FEED " (" F-INBOUND-FILES-STATUS ")"
           END-REWRITE.

       END PROGRAM inbound-file-check.
