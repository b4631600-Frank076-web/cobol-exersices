       IDENTIFICATION DIVISION.
       PROGRAM-ID. kyc-check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-client-risk.cpy".
       COPY "../copylib/physic-cases.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-client-risk.cpy".
       COPY "../copylib/logic-cases.cpy".

       WORKING-STORAGE SECTION.
       01  F-RISK-STATUS PIC XX.
       01  F-CASES-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  FAR-OVERDUE-DAYS PIC 9(3) VALUE 90.

       01  NEXT-REVIEW PIC 9(8).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  CASE-WRITE-FLAG PIC X.
           88  CASE-ROW-WRITTEN VALUE 'Y'.
           88  CASE-ROW-PENDING VALUE 'N'.

       01  OPEN-CASE-FLAG PIC X.
           88  KYC-CASE-ALREADY-OPEN VALUE 'Y'.
           88  KYC-CASE-NOT-OPEN VALUE 'N'.

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "KYC-OVERDUE".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       LINKAGE SECTION.
       01  LS-DNI PIC 9(8).
       01  LS-KYC-RESULT PIC X.
           88  LS-KYC-OK VALUE 'Y'.
           88  LS-KYC-REFERRED VALUE 'N'.
       01  LS-DAYS-OVERDUE PIC 9(5).

       PROCEDURE DIVISION USING LS-DNI LS-KYC-RESULT LS-DAYS-OVERDUE.

           SET LS-KYC-OK TO TRUE.
           MOVE ZERO TO LS-DAYS-OVERDUE.
           MOVE ZERO TO NEXT-REVIEW.

           OPEN INPUT CLIENT-RISK-FILE.

           IF F-RISK-STATUS = "00"
               MOVE LS-DNI TO CRSK-DNI
               READ CLIENT-RISK-FILE
                   KEY IS CRSK-DNI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CRSK-NEXT-REVIEW-DATE TO NEXT-REVIEW
               END-READ
           END-IF.

           CLOSE CLIENT-RISK-FILE.

           IF NEXT-REVIEW = ZERO
               GOBACK
           END-IF.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           IF NEXT-REVIEW >= WS-BUSINESS-DATE
               GOBACK
           END-IF.

           COMPUTE LS-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(NEXT-REVIEW).

           IF LS-DAYS-OVERDUE <= FAR-OVERDUE-DAYS
               GOBACK
           END-IF.

           SET LS-KYC-REFERRED TO TRUE.

           DISPLAY
           "Revisión KYC del cliente " LS-DNI " vencida hace "
           LS-DAYS-OVERDUE " días: operación derivada a "
           "cumplimiento".

           PERFORM BUSCAR-CASO-ABIERTO.

           IF KYC-CASE-NOT-OPEN
               PERFORM ABRIR-CASO-KYC
           END-IF.

           GOBACK.

       BUSCAR-CASO-ABIERTO.
           SET KYC-CASE-NOT-OPEN TO TRUE.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CASES-FILE.

           IF F-CASES-STATUS NOT = "00"
               CLOSE CASES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED OR KYC-CASE-ALREADY-OPEN
               READ CASES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CASE-DNI = LS-DNI AND CASE-OPEN
                           AND CASE-FROM-KYC-OVERDUE
                           SET KYC-CASE-ALREADY-OPEN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CASES-FILE.

       ABRIR-CASO-KYC.
           MOVE LS-DNI TO CASE-DNI.
           SET CASE-FROM-KYC-OVERDUE TO TRUE.
           MOVE NEXT-REVIEW TO CASE-REF.
           SET CASE-OPEN TO TRUE.
           MOVE SPACES TO CASE-INVESTIGATOR.
           MOVE WS-BUSINESS-DATE TO CASE-OPENED-DATE.
           MOVE ZERO TO CASE-CLOSED-DATE.
           MOVE SPACES TO CASE-DISPOSITION.

           OPEN I-O CASES-FILE.

           SET CASE-ROW-PENDING TO TRUE.
           MOVE ZERO TO CASE-ID.

           PERFORM UNTIL CASE-ROW-WRITTEN OR CASE-ID = 999999
               ADD 1 TO CASE-ID
               WRITE CASE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CASE-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE CASES-FILE.

           IF CASE-ROW-PENDING
               DISPLAY
               "ATENCIÓN: no fue posible abrir el caso de "
               "cumplimiento para el cliente " LS-DNI
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Caso de cumplimiento " CASE-ID " abierto".

           MOVE LS-DNI TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Revision vencida " DELIMITED BY SIZE
               NEXT-REVIEW DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           STRING "Caso " DELIMITED BY SIZE
               CASE-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM kyc-check.
