       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-watchlist.cpy".
       COPY "../copylib/physic-beneficial-owners.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-watchlist.cpy".
       COPY "../copylib/logic-beneficial-owners.cpy".

       WORKING-STORAGE SECTION.
       01  F-WATCHLIST-STATUS PIC XX.
       01  F-OWNERS-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  WATCH-ADD VALUE 1.
       01  WS-SESSION-USER PIC X(30).
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.

       01  WATCH-CHANGE-FLAG PIC X.
           88  WATCH-ENTRY-ADDED VALUE 'A'.
           88  WATCH-ENTRY-REMOVED VALUE 'R'.
           88  WATCH-UNCHANGED VALUE 'N'.
       01  SCREENED-DNI PIC 9(8).
       01  COMPANIES-AFFECTED PIC 9(4).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-CASE-ID PIC 9(6).

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM SHOW-WATCHLIST-MENU UNTIL WATCH-EXIT.

           ACCEPT WL-DNI.
           DISPLAY "Motivo: ".
           ACCEPT WL-REASON.
           DISPLAY "Nombre de la persona vigilada: ".
           ACCEPT WL-NAME.

           SET WL-FROM-MANUAL-ENTRY TO TRUE.
           MOVE SPACES TO WL-LIST-VERSION.
           MOVE SPACES TO WL-ENTRY-ID.
           MOVE WS-SESSION-USER TO WL-ADDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WL-DATE.

           SET WATCH-UNCHANGED TO TRUE.

           OPEN I-O WATCHLIST-FILE.

           WRITE WATCHLIST-RECORD
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WL-REASON TO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
                   SET WATCH-ENTRY-ADDED TO TRUE
           END-WRITE.

           CLOSE WATCHLIST-FILE.

           IF WATCH-ENTRY-ADDED
               MOVE WL-DNI TO SCREENED-DNI
               PERFORM REVISAR-BENEFICIARIOS
           END-IF.

       REMOVE-FROM-WATCHLIST.
           DISPLAY "DNI a quitar: ".
           ACCEPT WL-DNI.

           SET WATCH-UNCHANGED TO TRUE.

           OPEN I-O WATCHLIST-FILE.

           READ WATCHLIST-FILE
                           MOVE WL-REASON TO WS-AUDIT-BEFORE
                           MOVE SPACES TO WS-AUDIT-AFTER
                           PERFORM LOG-AUDIT-ENTRY
                           SET WATCH-ENTRY-REMOVED TO TRUE
                   END-DELETE
           END-READ.

           CLOSE WATCHLIST-FILE.

           IF WATCH-ENTRY-REMOVED
               MOVE WL-DNI TO SCREENED-DNI
               PERFORM REVISAR-BENEFICIARIOS
           END-IF.

       LIST-WATCHLIST.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.
                   NOT AT END
                       DISPLAY
                       "DNI " WL-DNI
                       " " WL-NAME
                       " motivo " WL-REASON
                       " origen " WL-LIST-SOURCE
                       " alta " WL-DATE
                       " por " WL-ADDED-BY
                       ADD 1 TO ROWS-LISTED
               DISPLAY "La lista de vigilancia está vacía"
           END-IF.

       REVISAR-BENEFICIARIOS.
           MOVE ZERO TO COMPANIES-AFFECTED.
           SET F-NOT-ENDED TO TRUE.

           OPEN I-O BENEFICIAL-OWNERS-FILE.

           IF F-OWNERS-STATUS NOT = "00"
               CLOSE BENEFICIAL-OWNERS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SCREENED-DNI TO BOWN-OWNER-DNI.

           START BENEFICIAL-OWNERS-FILE
               KEY IS GREATER THAN OR EQUAL TO BOWN-OWNER-DNI
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ BENEFICIAL-OWNERS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF BOWN-OWNER-DNI NOT = SCREENED-DNI
                           SET F-ENDED TO TRUE
                       ELSE
                           PERFORM REVISAR-UN-BENEFICIARIO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BENEFICIAL-OWNERS-FILE.

           IF COMPANIES-AFFECTED > ZERO
               DISPLAY
               "Empresas con este DNI como beneficiario final: "
               COMPANIES-AFFECTED
           END-IF.

       REVISAR-UN-BENEFICIARIO.
           ADD 1 TO COMPANIES-AFFECTED.
           MOVE WS-BUSINESS-DATE TO BOWN-SCREEN-DATE.

           IF WATCH-ENTRY-ADDED
               CALL "./common/beneficial-owner-case"
                   USING BOWN-COMPANY-DNI BOWN-OWNER-DNI WS-CASE-ID
               SET BOWN-SCREEN-HIT TO TRUE
               MOVE WS-CASE-ID TO BOWN-CASE-ID
           ELSE
               SET BOWN-SCREEN-CLEAR TO TRUE
           END-IF.

           REWRITE BENEFICIAL-OWNER-RECORD
               INVALID KEY
                   DISPLAY
                   "No fue posible actualizar el beneficiario de la "
                   "empresa " BOWN-COMPANY-DNI
           END-REWRITE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
