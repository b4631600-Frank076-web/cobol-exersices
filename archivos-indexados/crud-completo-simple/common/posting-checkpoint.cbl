       IDENTIFICATION DIVISION.
       PROGRAM-ID. posting-checkpoint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-posting-checkpoint.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-posting-checkpoint.cpy".

       WORKING-STORAGE SECTION.
       01  F-CHECKPOINT-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       LINKAGE SECTION.
       01  LS-CHECKPOINT-MODE PIC X.
           88  CHECKPOINT-INIT VALUE 'I'.
           88  CHECKPOINT-RECORD VALUE 'G'.
       01  LS-JOB-NAME PIC X(30).
       01  LS-RUN-DATE PIC 9(8).
       01  LS-ITEM PIC 9(8).
       01  LS-ITEMS-POSTED PIC 9(8).
       01  LS-RESULT PIC X.
           88  CHECKPOINT-FOUND VALUE 'Y'.
           88  CHECKPOINT-NOT-FOUND VALUE 'N'.

       PROCEDURE DIVISION
           USING LS-CHECKPOINT-MODE LS-JOB-NAME LS-RUN-DATE LS-ITEM
           LS-ITEMS-POSTED LS-RESULT.

           SET CHECKPOINT-NOT-FOUND TO TRUE.

           OPEN I-O POSTING-CHECKPOINT-FILE.

           IF CHECKPOINT-INIT
               PERFORM LEER-AVANCE-DE-LA-CORRIDA
           ELSE
               PERFORM GRABAR-CUENTA-IMPUTADA
           END-IF.

           CLOSE POSTING-CHECKPOINT-FILE.

           GOBACK.

       LEER-AVANCE-DE-LA-CORRIDA.
           MOVE ZERO TO LS-ITEM.
           MOVE ZERO TO LS-ITEMS-POSTED.

           SET F-NOT-ENDED TO TRUE.

           MOVE LS-JOB-NAME TO PCK-JOB.
           MOVE ZERO TO PCK-RUN-DATE.
           MOVE ZERO TO PCK-ITEM.

           START POSTING-CHECKPOINT-FILE KEY IS >= PCK-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ POSTING-CHECKPOINT-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PCK-JOB NOT = LS-JOB-NAME
                               SET F-ENDED TO TRUE
                           WHEN PCK-RUN-DATE < LS-RUN-DATE
                               DELETE POSTING-CHECKPOINT-FILE RECORD
                           WHEN PCK-RUN-DATE = LS-RUN-DATE
                               ADD 1 TO LS-ITEMS-POSTED
                               MOVE PCK-ITEM TO LS-ITEM
                               SET CHECKPOINT-FOUND TO TRUE
                           WHEN OTHER
                               SET F-ENDED TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       GRABAR-CUENTA-IMPUTADA.
           MOVE LS-JOB-NAME TO PCK-JOB.
           MOVE LS-RUN-DATE TO PCK-RUN-DATE.
           MOVE LS-ITEM TO PCK-ITEM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PCK-POSTED-STAMP.

           WRITE POSTING-CHECKPOINT-RECORD
               INVALID KEY
                   REWRITE POSTING-CHECKPOINT-RECORD
           END-WRITE.

           IF F-CHECKPOINT-STATUS = "00"
               SET CHECKPOINT-FOUND TO TRUE
           END-IF.

       END PROGRAM posting-checkpoint.
