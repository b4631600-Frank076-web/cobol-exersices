       IDENTIFICATION DIVISION.
       PROGRAM-ID. fx-treasury-deals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-fx-deals.cpy".
       COPY "../copylib/physic-gl-accounts.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-fx-deals.cpy".
       COPY "../copylib/logic-gl-accounts.cpy".

       WORKING-STORAGE SECTION.
       01  F-FX-DEALS-STATUS PIC XX.
       01  F-GL-ACCOUNTS-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  DEAL-ENTER VALUE 1.
           88  DEAL-LIST VALUE 2.
           88  DEAL-EXIT VALUE 3.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  DEAL-VALID-FLAG PIC X.
           88  VALID-DEAL VALUE 'Y'.
           88  INVALID-DEAL VALUE 'N'.

       01  DEAL-ROW-FLAG PIC X.
           88  DEAL-ROW-WRITTEN VALUE 'Y'.
           88  DEAL-ROW-PENDING VALUE 'N'.

       01  NEW-DIRECTION PIC X.
           88  NEW-BUYS-USD VALUE 'B'.
           88  NEW-SELLS-USD VALUE 'S'.
       01  NEW-COUNTERPARTY-CODE PIC 9(3).
       01  NEW-COUNTERPARTY-NAME PIC X(30).
       01  NEW-USD-AMOUNT PIC 9(8)V99.
       01  NEW-RATE PIC 9(6)V9999.
       01  NEW-ARS-AMOUNT PIC 9(12)V99.
       01  NEW-VALUE-DATE PIC 9(8).
       01  NEW-USD-GL-ACCOUNT PIC X(8).
       01  NEW-ARS-GL-ACCOUNT PIC X(8).

       01  GL-TARGET-ACCOUNT PIC X(8).
       01  GL-TARGET-FLAG PIC X.
           88  GL-TARGET-OK VALUE 'Y'.
           88  GL-TARGET-UNKNOWN VALUE 'N'.

       01  WS-ROLL-DIRECTION PIC X VALUE 'F'.
       01  WS-ROLLED-DATE PIC 9(8).

       01  WS-RATE-PAIR PIC X(6) VALUE "USDARS".
       01  WS-RATE-DATE PIC 9(8).
       01  BOARD-RATE PIC 9(6)V99.
       01  WS-RATE-FOUND PIC X.
           88  RATE-OK VALUE 'Y'.
           88  RATE-MISSING VALUE 'N'.

       01  WANTED-DATE PIC 9(8).
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.
       01  WS-STATUS-TEXT PIC X(16).
       01  WS-USD-EDIT PIC Z(7)9.99.
       01  WS-ARS-EDIT PIC Z(11)9.99.
       01  WS-RATE-EDIT PIC Z(5)9.9999.

       01  WS-PENDING-TYPE PIC X VALUE 'F'.
       01  WS-PENDING-KEY-1 PIC 9(8).
       01  WS-PENDING-KEY-2 PIC 9(8).
       01  WS-PENDING-AMOUNT PIC 9(8)V99.
       01  WS-PENDING-ID PIC 9(6).

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
           88  DAY-OPEN VALUE 'O'.
           88  DAY-CLOSED VALUE 'C'.

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "FX-TREASURY-DEAL".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM SHOW-DEALS-MENU UNTIL DEAL-EXIT.

           GOBACK.

       SHOW-DEALS-MENU.
           DISPLAY "--- Mesa de dinero: operaciones de cambio ---".
           DISPLAY "Cargar boleto de compra/venta de USD (1)".
           DISPLAY "Consultar operaciones concertadas (2)".
           DISPLAY "Volver (3)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN DEAL-ENTER
                   PERFORM ENTER-DEAL
               WHEN DEAL-LIST
                   PERFORM LIST-DEALS
               WHEN DEAL-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       ENTER-DEAL.
           IF DAY-CLOSED
               DISPLAY
               "El día de proceso está cerrado, no se concertan "
               "operaciones"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "El banco compra (B) o vende (S) dólares: ".
           ACCEPT NEW-DIRECTION.

           IF NOT NEW-BUYS-USD AND NOT NEW-SELLS-USD
               DISPLAY "Sentido inválido"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Código de la entidad contraparte: ".
           ACCEPT NEW-COUNTERPARTY-CODE.
           DISPLAY "Nombre de la entidad contraparte: ".
           ACCEPT NEW-COUNTERPARTY-NAME.

           IF NEW-COUNTERPARTY-CODE = ZERO
               OR NEW-COUNTERPARTY-NAME = SPACES
               DISPLAY "Debe informar la entidad contraparte"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Importe en USD: ".
           ACCEPT NEW-USD-AMOUNT.
           DISPLAY "Tipo de cambio pactado: ".
           ACCEPT NEW-RATE.

           IF NEW-USD-AMOUNT = ZERO OR NEW-RATE = ZERO
               DISPLAY
               "El importe y el tipo de cambio deben ser mayores "
               "que cero"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Fecha valor (AAAAMMDD, 0 = hoy): ".
           ACCEPT NEW-VALUE-DATE.

           IF NEW-VALUE-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO NEW-VALUE-DATE
           END-IF.

           PERFORM VALIDAR-FECHA-VALOR.

           IF INVALID-DEAL
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cuenta contable de liquidación en USD: ".
           ACCEPT NEW-USD-GL-ACCOUNT.
           DISPLAY "Cuenta contable de liquidación en pesos: ".
           ACCEPT NEW-ARS-GL-ACCOUNT.

           PERFORM VALIDAR-CUENTAS-DE-LIQUIDACION.

           IF INVALID-DEAL
               EXIT PARAGRAPH
           END-IF.

           COMPUTE NEW-ARS-AMOUNT ROUNDED =
               NEW-USD-AMOUNT * NEW-RATE.

           PERFORM MOSTRAR-DESVIO-CONTRA-PIZARRA.

           PERFORM GRABAR-BOLETO.

           IF DEAL-ROW-PENDING
               EXIT PARAGRAPH
           END-IF.

           PERFORM ENCOLAR-CONFIRMACION.

       VALIDAR-FECHA-VALOR.
           SET INVALID-DEAL TO TRUE.

           IF FUNCTION TEST-DATE-YYYYMMDD(NEW-VALUE-DATE) NOT = ZERO
               DISPLAY "Fecha valor inválida"
               EXIT PARAGRAPH
           END-IF.

           IF NEW-VALUE-DATE < WS-BUSINESS-DATE
               DISPLAY
               "La fecha valor no puede ser anterior a la fecha "
               "de concertación (" WS-BUSINESS-DATE ")"
               EXIT PARAGRAPH
           END-IF.

           CALL "./common/next-business-day"
               USING NEW-VALUE-DATE WS-ROLL-DIRECTION WS-ROLLED-DATE.

           IF WS-ROLLED-DATE NOT = NEW-VALUE-DATE
               DISPLAY
               "La fecha valor no es día hábil, el próximo hábil "
               "es " WS-ROLLED-DATE
               EXIT PARAGRAPH
           END-IF.

           SET VALID-DEAL TO TRUE.

       VALIDAR-CUENTAS-DE-LIQUIDACION.
           SET INVALID-DEAL TO TRUE.

           IF NEW-USD-GL-ACCOUNT = NEW-ARS-GL-ACCOUNT
               DISPLAY
               "Las cuentas de liquidación deben ser distintas"
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-USD-GL-ACCOUNT TO GL-TARGET-ACCOUNT.
           PERFORM VALIDAR-UNA-CUENTA-GL.

           IF GL-TARGET-UNKNOWN
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-ARS-GL-ACCOUNT TO GL-TARGET-ACCOUNT.
           PERFORM VALIDAR-UNA-CUENTA-GL.

           IF GL-TARGET-UNKNOWN
               EXIT PARAGRAPH
           END-IF.

           SET VALID-DEAL TO TRUE.

       VALIDAR-UNA-CUENTA-GL.
           SET GL-TARGET-UNKNOWN TO TRUE.

           OPEN INPUT GL-ACCOUNTS-FILE.

           IF F-GL-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "No hay plan de cuentas cargado"
               CLOSE GL-ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE GL-TARGET-ACCOUNT TO GLA-ACCOUNT.

           READ GL-ACCOUNTS-FILE
               KEY IS GLA-ACCOUNT
               INVALID KEY
                   DISPLAY
                   "La cuenta contable " GL-TARGET-ACCOUNT
                   " no existe en el plan de cuentas"
               NOT INVALID KEY
                   IF GLA-BAJA
                       DISPLAY
                       "La cuenta contable " GL-TARGET-ACCOUNT
                       " está dada de baja"
                   ELSE
                       SET GL-TARGET-OK TO TRUE
                   END-IF
           END-READ.

           CLOSE GL-ACCOUNTS-FILE.

       MOSTRAR-DESVIO-CONTRA-PIZARRA.
           MOVE WS-BUSINESS-DATE TO WS-RATE-DATE.

           CALL "./common/exchange-rate"
               USING WS-RATE-PAIR WS-RATE-DATE
               BOARD-RATE WS-RATE-FOUND.

           MOVE NEW-ARS-AMOUNT TO WS-ARS-EDIT.
           DISPLAY "Contravalor en pesos: " WS-ARS-EDIT.

           IF RATE-OK
               DISPLAY "Cotización del día: " BOARD-RATE
                   " - pactado: " NEW-RATE
           ELSE
               DISPLAY
               "ATENCIÓN: no hay cotización cargada para hoy, el "
               "resultado se informará cuando se cargue"
           END-IF.

       GRABAR-BOLETO.
           MOVE WS-BUSINESS-DATE TO DEAL-TRADE-DATE.
           MOVE NEW-DIRECTION TO DEAL-DIRECTION.
           MOVE NEW-COUNTERPARTY-CODE TO DEAL-COUNTERPARTY-CODE.
           MOVE NEW-COUNTERPARTY-NAME TO DEAL-COUNTERPARTY-NAME.
           MOVE NEW-USD-AMOUNT TO DEAL-USD-AMOUNT.
           MOVE NEW-RATE TO DEAL-RATE.
           MOVE NEW-ARS-AMOUNT TO DEAL-ARS-AMOUNT.
           MOVE NEW-VALUE-DATE TO DEAL-VALUE-DATE.
           MOVE NEW-USD-GL-ACCOUNT TO DEAL-USD-GL-ACCOUNT.
           MOVE NEW-ARS-GL-ACCOUNT TO DEAL-ARS-GL-ACCOUNT.
           SET DEAL-PENDING TO TRUE.
           MOVE WS-SESSION-USER TO DEAL-ENTERED-BY.
           MOVE SPACES TO DEAL-CONFIRMED-BY.
           MOVE ZERO TO DEAL-PEND-ID.
           MOVE ZERO TO DEAL-SETTLED-DATE.

           OPEN I-O FX-DEALS-FILE.

           SET DEAL-ROW-PENDING TO TRUE.
           MOVE ZERO TO DEAL-ID.

           PERFORM UNTIL DEAL-ROW-WRITTEN OR DEAL-ID = 999999
               ADD 1 TO DEAL-ID
               WRITE FX-DEAL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DEAL-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           CLOSE FX-DEALS-FILE.

           IF DEAL-ROW-PENDING
               DISPLAY "No fue posible registrar el boleto"
           END-IF.

       ENCOLAR-CONFIRMACION.
           MOVE DEAL-ID TO WS-PENDING-KEY-1.
           MOVE DEAL-COUNTERPARTY-CODE TO WS-PENDING-KEY-2.
           MOVE DEAL-USD-AMOUNT TO WS-PENDING-AMOUNT.

           CALL "./common/submit-pending-op"
               USING WS-PENDING-TYPE WS-PENDING-KEY-1
               WS-PENDING-KEY-2 WS-PENDING-AMOUNT WS-PENDING-ID.

           IF WS-PENDING-ID = ZERO
               DISPLAY
               "ATENCIÓN: el boleto " DEAL-ID " quedó registrado "
               "pero no fue posible derivarlo a confirmación"
           ELSE
               OPEN I-O FX-DEALS-FILE
               READ FX-DEALS-FILE
                   KEY IS DEAL-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-PENDING-ID TO DEAL-PEND-ID
                       REWRITE FX-DEAL-RECORD
                           INVALID KEY
                               DISPLAY
                               "ATENCIÓN: no se pudo anotar la "
                               "operación " WS-PENDING-ID
                               " en el boleto " DEAL-ID
                       END-REWRITE
               END-READ
               CLOSE FX-DEALS-FILE
               DISPLAY
               "Boleto " DEAL-ID " registrado y DERIVADO a "
               "confirmación (operación " WS-PENDING-ID ")"
           END-IF.

           MOVE DEAL-ID TO WS-AUDIT-KEY.
           MOVE DEAL-USD-AMOUNT TO WS-USD-EDIT.
           STRING DEAL-DIRECTION DELIMITED BY SIZE
               " USD " DELIMITED BY SIZE
               WS-USD-EDIT DELIMITED BY SIZE
               " con " DELIMITED BY SIZE
               DEAL-COUNTERPARTY-CODE DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           STRING "TC " DELIMITED BY SIZE
               DEAL-RATE DELIMITED BY SIZE
               " valor " DELIMITED BY SIZE
               DEAL-VALUE-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       LIST-DEALS.
           DISPLAY "Fecha de concertación (AAAAMMDD, 0 = hoy): ".
           ACCEPT WANTED-DATE.

           IF WANTED-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO WANTED-DATE
           END-IF.

           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT FX-DEALS-FILE.

           IF F-FX-DEALS-STATUS NOT = "00"
               DISPLAY "No hay operaciones de mesa registradas"
               CLOSE FX-DEALS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ FX-DEALS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF DEAL-TRADE-DATE = WANTED-DATE
                           PERFORM SHOW-DEAL-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FX-DEALS-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "Sin operaciones concertadas en esa fecha"
           END-IF.

       SHOW-DEAL-ROW.
           ADD 1 TO ROWS-LISTED.

           EVALUATE TRUE
               WHEN DEAL-PENDING
                   MOVE "SIN CONFIRMAR" TO WS-STATUS-TEXT
               WHEN DEAL-CONFIRMED
                   MOVE "CONFIRMADO" TO WS-STATUS-TEXT
               WHEN DEAL-REJECTED
                   MOVE "RECHAZADO" TO WS-STATUS-TEXT
               WHEN DEAL-SETTLED
                   MOVE "LIQUIDADO" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO WS-STATUS-TEXT
           END-EVALUATE.

           MOVE DEAL-USD-AMOUNT TO WS-USD-EDIT.
           MOVE DEAL-RATE TO WS-RATE-EDIT.
           MOVE DEAL-ARS-AMOUNT TO WS-ARS-EDIT.

           IF DEAL-BUYS-USD
               DISPLAY "Boleto " DEAL-ID " COMPRA USD " WS-USD-EDIT
                   " a " WS-RATE-EDIT
           ELSE
               DISPLAY "Boleto " DEAL-ID " VENTA USD " WS-USD-EDIT
                   " a " WS-RATE-EDIT
           END-IF.
           DISPLAY "  Contraparte " DEAL-COUNTERPARTY-CODE " "
               DEAL-COUNTERPARTY-NAME.
           DISPLAY "  Pesos " WS-ARS-EDIT " valor " DEAL-VALUE-DATE
               " - " WS-STATUS-TEXT.
           DISPLAY "  Liquida en " DEAL-USD-GL-ACCOUNT " / "
               DEAL-ARS-GL-ACCOUNT " - cargó " DEAL-ENTERED-BY.

       END PROGRAM fx-treasury-deals.
