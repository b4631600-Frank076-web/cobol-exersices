       IDENTIFICATION DIVISION.
       PROGRAM-ID. beneficial-owner-case.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-cases.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-cases.cpy".

       WORKING-STORAGE SECTION.
       01  F-CASES-STATUS PIC XX.

       01  CASE-WRITE-FLAG PIC X.
           88  CASE-ROW-WRITTEN VALUE 'Y'.
           88  CASE-ROW-PENDING VALUE 'N'.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "OWNER-WATCHLIST-HIT".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       LINKAGE SECTION.
       01  LS-COMPANY-DNI PIC 9(8).
       01  LS-OWNER-DNI PIC 9(8).
       01  LS-CASE-ID PIC 9(6).

       PROCEDURE DIVISION USING LS-COMPANY-DNI LS-OWNER-DNI LS-CASE-ID.

           MOVE ZERO TO LS-CASE-ID.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE LS-COMPANY-DNI TO CASE-DNI.
           SET CASE-FROM-BENEFICIAL-OWNER TO TRUE.
           MOVE LS-OWNER-DNI TO CASE-REF.
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
               "cumplimiento para la empresa " LS-COMPANY-DNI
               GOBACK
           END-IF.

           MOVE CASE-ID TO LS-CASE-ID.

           DISPLAY
           "Beneficiario final " LS-OWNER-DNI " en lista de "
           "vigilancia: empresa " LS-COMPANY-DNI " derivada a "
           "cumplimiento, caso " CASE-ID.

           MOVE LS-COMPANY-DNI TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Beneficiario " DELIMITED BY SIZE
               LS-OWNER-DNI DELIMITED BY SIZE
               " caso " DELIMITED BY SIZE
               CASE-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

           GOBACK.

       END PROGRAM beneficial-owner-case.
