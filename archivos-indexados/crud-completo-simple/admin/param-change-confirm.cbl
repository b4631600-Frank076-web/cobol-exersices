       IDENTIFICATION DIVISION.
       PROGRAM-ID. param-change-confirm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-param-changes.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-param-changes.cpy".

       WORKING-STORAGE SECTION.
       01  F-PARAM-CHANGES-STATUS PIC XX.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       LINKAGE SECTION.
       01  LS-MODE PIC X.
           88  LS-CONFIRM VALUE 'C'.
           88  LS-REJECT VALUE 'R'.
       01  LS-CHANGE-ID PIC 9(8).
       01  LS-RESULT PIC X.
           88  LS-CHANGE-OK VALUE 'Y'.
           88  LS-CHANGE-FAILED VALUE 'N'.

       PROCEDURE DIVISION USING LS-MODE LS-CHANGE-ID LS-RESULT.

           SET LS-CHANGE-FAILED TO TRUE.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           OPEN I-O PARAM-CHANGES-FILE.

           IF F-PARAM-CHANGES-STATUS NOT = "00"
               DISPLAY "No hay cambios de parámetros registrados"
               CLOSE PARAM-CHANGES-FILE
               GOBACK
           END-IF.

           MOVE LS-CHANGE-ID TO PCH-ID.

           READ PARAM-CHANGES-FILE
               KEY IS PCH-ID
               INVALID KEY
                   DISPLAY "No existe el cambio " LS-CHANGE-ID
                   CLOSE PARAM-CHANGES-FILE
                   GOBACK
           END-READ.

           IF NOT PCH-AWAITING-APPROVAL
               DISPLAY "El cambio " PCH-ID " ya no está pendiente "
                   "de aprobación"
               CLOSE PARAM-CHANGES-FILE
               GOBACK
           END-IF.

           IF LS-CONFIRM
               SET PCH-SCHEDULED TO TRUE
           ELSE
               SET PCH-REJECTED TO TRUE
           END-IF.
           MOVE WS-SESSION-USER TO PCH-APPROVED-BY.

           REWRITE PARAM-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar el cambio "
                       PCH-ID
                   CLOSE PARAM-CHANGES-FILE
                   GOBACK
           END-REWRITE.

           CLOSE PARAM-CHANGES-FILE.

           IF LS-CONFIRM
               DISPLAY "Cambio " PCH-ID " programado con vigencia "
                   PCH-EFFECTIVE-DATE
               IF PCH-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                   DISPLAY
                   "ATENCIÓN: la fecha de vigencia ya fue alcanzada, "
                   "se aplicará en el próximo cierre"
               END-IF
           ELSE
               DISPLAY "Cambio " PCH-ID " rechazado"
           END-IF.

           SET LS-CHANGE-OK TO TRUE.

           GOBACK.

       END PROGRAM param-change-confirm.
