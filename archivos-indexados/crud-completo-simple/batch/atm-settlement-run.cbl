
       COPY "../copylib/physic-cards.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-atm-terminals.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ATM-MOVEMENTS-FILE.
       01  ATM-MOVEMENT-RECORD.
           05  AM-TIPO PIC X.
               88  AM-ES-CABECERA VALUE 'H'.
               88  AM-ES-DETALLE VALUE 'D'.
               88  AM-ES-TRAILER VALUE 'T'.
           05  AM-DATOS PIC X(58).
           05  AM-CABECERA REDEFINES AM-DATOS.
               10  AM-HEADER-SENDER PIC X(8).
               10  AM-HEADER-DATE PIC 9(8).
               10  AM-HEADER-SEQUENCE PIC 9(6).
               10  FILLER PIC X(36).
           05  AM-DETALLE REDEFINES AM-DATOS.
               10  AM-CARD PIC 9(16).
               10  AM-FECHA PIC 9(8).

       COPY "../copylib/logic-cards.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-atm-terminals.cpy".

       WORKING-STORAGE SECTION.
       01  F-ATM-STATUS PIC XX.
       01  F-RECON-STATUS PIC XX.
       01  F-CARDS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-ATM-TERMINAL-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

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

       01  CARD-USAGE-TABLE.
           05  CARD-USAGE-ENTRY OCCURS 500 TIMES.
       01  MATCHED-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  UNMATCHED-COUNT PIC 9(6) VALUE ZERO.
       01  REJECTED-COUNT PIC 9(6) VALUE ZERO.
       01  DISPENSED-OWN-COUNT PIC 9(6) VALUE ZERO.
       01  DISPENSED-OWN-TOTAL PIC 9(12)V99 VALUE ZERO.
       01  DISPENSED-PRE-COUNT PIC 9(6) VALUE ZERO.

       01  WS-SESSION-USER PIC X(30).
       01  WS-ACTIVE-HOLDS PIC 9(8)V99.

           PERFORM VERIFICAR-TOTALES-DE-CONTROL.

           IF IFC-REJECTED
               DISPLAY "No se aplica nada del archivo"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM APLICAR-MOVIMIENTOS-ATM.

           PERFORM ACUMULAR-DISPENSADO-POR-CAJERO.

           SET IFC-FINISH TO TRUE.
           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

           DISPLAY "--- Conciliación ---".
           DISPLAY "Movimientos aplicados: " MATCHED-COUNT.
           MOVE MATCHED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Importe aplicado: " WS-TOTAL-EDIT.
           DISPLAY "Sin tarjeta registrada: " UNMATCHED-COUNT.
           DISPLAY "Rechazados: " REJECTED-COUNT.
           DISPLAY "Retiros en cajeros propios: " DISPENSED-OWN-COUNT.
           MOVE DISPENSED-OWN-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Dispensado por cajeros propios: " WS-TOTAL-EDIT.
           DISPLAY "Retiros ya cubiertos por el arqueo del cajero: "
               DISPENSED-PRE-COUNT.
           DISPLAY
           "Detalle de la conciliación en atm-reconciliation.dat".


       VERIFICAR-TOTALES-DE-CONTROL.
           SET F-NOT-ENDED TO TRUE.
           INITIALIZE INBOUND-CONTROL.
           SET IFC-VALIDATE TO TRUE.
           SET IFC-RUN-FROM-START TO TRUE.
           MOVE "CAJEROS" TO IFC-FEED.

           OPEN INPUT ATM-MOVEMENTS-FILE.

                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM CONTAR-REGISTRO-DE-CONTROL
               END-READ
           END-PERFORM.

           CLOSE ATM-MOVEMENTS-FILE.

           CALL "./common/inbound-file-check" USING INBOUND-CONTROL.

       CONTAR-REGISTRO-DE-CONTROL.
           IF IFC-FIRST-TYPE = SPACE
               MOVE AM-TIPO TO IFC-FIRST-TYPE
           END-IF.
           MOVE AM-TIPO TO IFC-LAST-TYPE.

           EVALUATE TRUE
               WHEN AM-ES-CABECERA
                   ADD 1 TO IFC-HEADERS-SEEN
                   MOVE AM-HEADER-SENDER TO IFC-SENDER
                   MOVE AM-HEADER-DATE TO IFC-FILE-DATE
                   MOVE AM-HEADER-SEQUENCE TO IFC-SEQUENCE
               WHEN AM-ES-DETALLE
                   ADD 1 TO IFC-ACTUAL-COUNT
                   ADD AM-AMOUNT TO IFC-ACTUAL-TOTAL
               WHEN AM-ES-TRAILER
                   ADD 1 TO IFC-TRAILERS-SEEN
                   MOVE AM-TRAILER-COUNT TO IFC-DECLARED-COUNT
                   MOVE AM-TRAILER-TOTAL TO IFC-DECLARED-TOTAL
           END-EVALUATE.

       APLICAR-MOVIMIENTOS-ATM.
           SET F-NOT-ENDED TO TRUE.

               "por movimiento: reprocese por tramos"
           END-IF.

       ACUMULAR-DISPENSADO-POR-CAJERO.
           OPEN I-O ATM-TERMINAL-FILE.

           IF F-ATM-TERMINAL-STATUS NOT = "00"
               CLOSE ATM-TERMINAL-FILE
               EXIT PARAGRAPH
           END-IF.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ATM-MOVEMENTS-FILE.

           PERFORM UNTIL F-ENDED
               READ ATM-MOVEMENTS-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF AM-ES-DETALLE AND AM-ES-RETIRO
                           PERFORM ACUMULAR-UN-RETIRO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ATM-MOVEMENTS-FILE.
           CLOSE ATM-TERMINAL-FILE.

       ACUMULAR-UN-RETIRO.
           MOVE AM-TERMINAL TO ATM-TERMINAL-ID.

           READ ATM-TERMINAL-FILE
               KEY IS ATM-TERMINAL-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF AM-FECHA NOT > ATM-LAST-COUNT-DATE
               ADD 1 TO DISPENSED-PRE-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD AM-AMOUNT TO ATM-DISPENSED-TOTAL.
           IF AM-FECHA > ATM-LAST-SETTLED-DATE
               MOVE AM-FECHA TO ATM-LAST-SETTLED-DATE
           END-IF.

           REWRITE ATM-TERMINAL-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: no fue posible acumular el retiro "
                   AM-REFERENCE " en el cajero " AM-TERMINAL
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO DISPENSED-OWN-COUNT.
           ADD AM-AMOUNT TO DISPENSED-OWN-TOTAL.

       GRABAR-CONCILIACION-APLICADA.
           SET AR-MATCHED TO TRUE.
           PERFORM GRABAR-CONCILIACION.
