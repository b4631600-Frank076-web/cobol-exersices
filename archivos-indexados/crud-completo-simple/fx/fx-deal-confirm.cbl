       IDENTIFICATION DIVISION.
       PROGRAM-ID. fx-deal-confirm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-fx-deals.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-fx-deals.cpy".

       WORKING-STORAGE SECTION.
       01  F-FX-DEALS-STATUS PIC XX.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       LINKAGE SECTION.
       01  LS-MODE PIC X.
           88  LS-CONFIRM VALUE 'C'.
           88  LS-REJECT VALUE 'R'.
       01  LS-DEAL-ID PIC 9(8).
       01  LS-RESULT PIC X.
           88  LS-DEAL-OK VALUE 'Y'.
           88  LS-DEAL-FAILED VALUE 'N'.

       PROCEDURE DIVISION USING LS-MODE LS-DEAL-ID LS-RESULT.

           SET LS-DEAL-FAILED TO TRUE.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           OPEN I-O FX-DEALS-FILE.

           IF F-FX-DEALS-STATUS NOT = "00"
               DISPLAY "No hay operaciones de mesa registradas"
               CLOSE FX-DEALS-FILE
               GOBACK
           END-IF.

           MOVE LS-DEAL-ID TO DEAL-ID.

           READ FX-DEALS-FILE
               KEY IS DEAL-ID
               INVALID KEY
                   DISPLAY "No existe el boleto " LS-DEAL-ID
                   CLOSE FX-DEALS-FILE
                   GOBACK
           END-READ.

           IF NOT DEAL-PENDING
               DISPLAY "El boleto " DEAL-ID " ya no está pendiente "
                   "de confirmación"
               CLOSE FX-DEALS-FILE
               GOBACK
           END-IF.

           IF LS-CONFIRM
               SET DEAL-CONFIRMED TO TRUE
               MOVE WS-SESSION-USER TO DEAL-CONFIRMED-BY
           ELSE
               SET DEAL-REJECTED TO TRUE
               MOVE WS-SESSION-USER TO DEAL-CONFIRMED-BY
           END-IF.

           REWRITE FX-DEAL-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar el boleto "
                       DEAL-ID
                   CLOSE FX-DEALS-FILE
                   GOBACK
           END-REWRITE.

           CLOSE FX-DEALS-FILE.

           SET LS-DEAL-OK TO TRUE.

           IF LS-REJECT
               DISPLAY "Boleto " DEAL-ID " rechazado, no se liquida"
               GOBACK
           END-IF.

           DISPLAY "Boleto " DEAL-ID " confirmado: se liquida con "
               "fecha valor " DEAL-VALUE-DATE.

           IF DEAL-VALUE-DATE < WS-BUSINESS-DATE
               DISPLAY
               "ATENCIÓN: la fecha valor ya pasó, se liquidará en "
               "el próximo extracto contable"
           END-IF.

           GOBACK.

       END PROGRAM fx-deal-confirm.
