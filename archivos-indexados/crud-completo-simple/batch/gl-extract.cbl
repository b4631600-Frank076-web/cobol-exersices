       COPY "../copylib/physic-transactions.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-gl-accounts.cpy".
       COPY "../copylib/physic-credit-card-movements.cpy".
       COPY "../copylib/physic-fx-deals.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-transactions.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-gl-accounts.cpy".
       COPY "../copylib/logic-credit-card-movements.cpy".
       COPY "../copylib/logic-fx-deals.cpy".

       WORKING-STORAGE SECTION.
       01  F-MAPPING-STATUS PIC XX.
       01  F-POSTING-STATUS PIC XX.
       01  F-TRANSACTION-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-CC-MOVEMENTS-STATUS PIC XX.
       01  F-FX-DEALS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
               10  BK-CURRENCY PIC X(3).
               10  BK-TOTAL PIC 9(12)V99.
       01  BUCKET-COUNT PIC 9(2) VALUE ZERO.
       01  BUCKET-TYPE PIC X.
       01  BUCKET-CURRENCY PIC X(3).
       01  BUCKET-AMOUNT PIC 9(10)V99.
       01  BUCKET-I PIC 9(2).
       01  BUCKET-FOUND-FLAG PIC X.
           88  BUCKET-FOUND VALUE 'Y'.
           88  BUCKET-NOT-FOUND VALUE 'N'.

       01  SETTLEMENT-TABLE.
           05  SETTLEMENT-ENTRY OCCURS 50 TIMES.
               10  LQ-DEAL-ID PIC 9(6).
               10  LQ-DIRECTION PIC X.
               10  LQ-ARS-AMOUNT PIC 9(12)V99.
               10  LQ-USD-GL-ACCOUNT PIC X(8).
               10  LQ-ARS-GL-ACCOUNT PIC X(8).
       01  SETTLEMENT-COUNT PIC 9(2) VALUE ZERO.
       01  SETTLEMENT-I PIC 9(2).

       01  TOTAL-DEBITS PIC 9(14)V99 VALUE ZERO.
       01  TOTAL-CREDITS PIC 9(14)V99 VALUE ZERO.
       01  LINE-COUNT PIC 9(6) VALUE ZERO.
           88  GL-TARGET-UNKNOWN VALUE 'N'.
       01  GL-TARGET-ACCOUNT PIC X(8).

       01  GL-CLOSED-PERIOD PIC 9(6).
       01  GL-PERIOD-STATE PIC X.
           88  GL-PERIOD-OPEN VALUE 'O'.
           88  GL-PERIOD-CLOSED VALUE 'C'.

       01  WS-TOTAL-EDIT PIC Z(13)9.99.

       01  WS-OUT-MODE PIC X.
       01  WS-OUT-FEED PIC X(12) VALUE "CONTABLE".
       01  WS-OUT-FILE-NAME PIC X(30) VALUE "gl-postings.dat".
       01  WS-OUT-RECORD-LENGTH PIC 9(4) VALUE 41.
       01  WS-OUT-LINE PIC X(120).
       01  WS-OUT-AMOUNT PIC 9(12)V99.

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.
           DISPLAY "Fecha a extraer (AAAAMMDD): ".
           ACCEPT EXTRACT-DATE.

           CALL "./common/gl-period-check"
               USING EXTRACT-DATE GL-CLOSED-PERIOD GL-PERIOD-STATE.

           IF GL-PERIOD-CLOSED
               DISPLAY
               "El período contable " EXTRACT-DATE(1:6)
               " está cerrado, no se genera el extracto"
               GOBACK
           END-IF.

           PERFORM CARGAR-MAPA-CONTABLE.

           IF MAPPING-COUNT = ZERO

           PERFORM ACUMULAR-MOVIMIENTOS-DEL-DIA.

           PERFORM ACUMULAR-TARJETAS-DE-CREDITO.

           PERFORM CARGAR-LIQUIDACIONES-DE-MESA.

           IF BUCKET-COUNT = ZERO AND SETTLEMENT-COUNT = ZERO
               DISPLAY "No hubo movimientos en la fecha pedida"
               GOBACK
           END-IF.
                   MOVE "ARS" TO ACCOUNT-CURRENCY
           END-READ.

           MOVE TRANS-TYPE TO BUCKET-TYPE.
           MOVE ACCOUNT-CURRENCY TO BUCKET-CURRENCY.
           MOVE TRANS-AMOUNT TO BUCKET-AMOUNT.
           PERFORM SUMAR-IMPORTE-A-BALDE.

       ACUMULAR-TARJETAS-DE-CREDITO.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT CREDIT-CARD-MOVEMENTS-FILE.

           IF F-CC-MOVEMENTS-STATUS NOT = "00"
               CLOSE CREDIT-CARD-MOVEMENTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ CREDIT-CARD-MOVEMENTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CCM-DATE = EXTRACT-DATE
                           MOVE CCM-TYPE TO BUCKET-TYPE
                           MOVE "ARS" TO BUCKET-CURRENCY
                           MOVE CCM-AMOUNT TO BUCKET-AMOUNT
                           PERFORM SUMAR-IMPORTE-A-BALDE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CREDIT-CARD-MOVEMENTS-FILE.

       SUMAR-IMPORTE-A-BALDE.
           SET BUCKET-NOT-FOUND TO TRUE.

           PERFORM VARYING BUCKET-I FROM 1 BY 1
               UNTIL BUCKET-I > BUCKET-COUNT OR BUCKET-FOUND
               IF BK-TRANS-TYPE(BUCKET-I) = BUCKET-TYPE
                   AND BK-CURRENCY(BUCKET-I) = BUCKET-CURRENCY
                   SET BUCKET-FOUND TO TRUE
                   ADD BUCKET-AMOUNT TO BK-TOTAL(BUCKET-I)
               END-IF
           END-PERFORM.

           IF BUCKET-NOT-FOUND AND BUCKET-COUNT < 20
               ADD 1 TO BUCKET-COUNT
               MOVE BUCKET-TYPE TO BK-TRANS-TYPE(BUCKET-COUNT)
               MOVE BUCKET-CURRENCY TO BK-CURRENCY(BUCKET-COUNT)
               MOVE BUCKET-AMOUNT TO BK-TOTAL(BUCKET-COUNT)
           END-IF.

       GENERAR-ASIENTOS.
               END-IF
           END-PERFORM.

           PERFORM VARYING SETTLEMENT-I FROM 1 BY 1
               UNTIL SETTLEMENT-I > SETTLEMENT-COUNT
               MOVE LQ-USD-GL-ACCOUNT(SETTLEMENT-I)
                   TO GL-TARGET-ACCOUNT
               PERFORM VALIDAR-UNA-CUENTA-GL
               MOVE LQ-ARS-GL-ACCOUNT(SETTLEMENT-I)
                   TO GL-TARGET-ACCOUNT
               PERFORM VALIDAR-UNA-CUENTA-GL
               ADD LQ-ARS-AMOUNT(SETTLEMENT-I) TO TOTAL-DEBITS
               ADD LQ-ARS-AMOUNT(SETTLEMENT-I) TO TOTAL-CREDITS
               ADD 2 TO LINE-COUNT
           END-PERFORM.

           IF SOME-UNMAPPED
               DISPLAY
               "Faltan mapeos contables, no se genera el archivo"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF.

           PERFORM ABRIR-GENERACION-DE-SALIDA.

           SET GLP-ES-CABECERA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE EXTRACT-DATE TO GLP-FECHA.
           MOVE LINE-COUNT TO GLP-CANT-LINEAS.
           MOVE TOTAL-DEBITS TO GLP-HASH-TOTAL.
           WRITE GL-POSTING-RECORD.
           MOVE GL-POSTING-RECORD TO WS-OUT-LINE.
           MOVE ZERO TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

           PERFORM VARYING BUCKET-I FROM 1 BY 1
               UNTIL BUCKET-I > BUCKET-COUNT
               PERFORM ESCRIBIR-PAR-DE-LINEAS
           END-PERFORM.

           PERFORM VARYING SETTLEMENT-I FROM 1 BY 1
               UNTIL SETTLEMENT-I > SETTLEMENT-COUNT
               PERFORM ESCRIBIR-LIQUIDACION-DE-MESA
           END-PERFORM.

           CLOSE GL-POSTING-FILE.

           PERFORM CERRAR-GENERACION-DE-SALIDA.

           IF SETTLEMENT-COUNT > ZERO
               PERFORM MARCAR-BOLETOS-LIQUIDADOS
           END-IF.

           MOVE TOTAL-DEBITS TO WS-TOTAL-EDIT.
           DISPLAY "Extracto agregado a gl-postings.dat".
           DISPLAY "Líneas: " LINE-COUNT
               ", debe = haber = " WS-TOTAL-EDIT.

       CARGAR-LIQUIDACIONES-DE-MESA.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT FX-DEALS-FILE.

           IF F-FX-DEALS-STATUS NOT = "00"
               CLOSE FX-DEALS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ FX-DEALS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF DEAL-CONFIRMED
                           AND DEAL-VALUE-DATE <= EXTRACT-DATE
                           PERFORM AGREGAR-LIQUIDACION-DE-MESA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FX-DEALS-FILE.

       AGREGAR-LIQUIDACION-DE-MESA.
           IF SETTLEMENT-COUNT = 50
               DISPLAY
               "Boleto " DEAL-ID " de la mesa de dinero queda "
               "para el próximo extracto (máximo 50 por corrida)"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SETTLEMENT-COUNT.
           MOVE DEAL-ID TO LQ-DEAL-ID(SETTLEMENT-COUNT).
           MOVE DEAL-DIRECTION TO LQ-DIRECTION(SETTLEMENT-COUNT).
           MOVE DEAL-ARS-AMOUNT TO LQ-ARS-AMOUNT(SETTLEMENT-COUNT).
           MOVE DEAL-USD-GL-ACCOUNT
               TO LQ-USD-GL-ACCOUNT(SETTLEMENT-COUNT).
           MOVE DEAL-ARS-GL-ACCOUNT
               TO LQ-ARS-GL-ACCOUNT(SETTLEMENT-COUNT).

       ESCRIBIR-LIQUIDACION-DE-MESA.
           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           IF LQ-DIRECTION(SETTLEMENT-I) = 'B'
               MOVE LQ-USD-GL-ACCOUNT(SETTLEMENT-I) TO GLP-CUENTA-GL
               MOVE "MDCO" TO GLP-CONCEPTO
           ELSE
               MOVE LQ-ARS-GL-ACCOUNT(SETTLEMENT-I) TO GLP-CUENTA-GL
               MOVE "MDVE" TO GLP-CONCEPTO
           END-IF.
           MOVE 'D' TO GLP-DEBE-HABER.
           MOVE LQ-ARS-AMOUNT(SETTLEMENT-I) TO GLP-IMPORTE.
           WRITE GL-POSTING-RECORD.
           MOVE GL-POSTING-RECORD TO WS-OUT-LINE.
           MOVE GLP-IMPORTE TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           IF LQ-DIRECTION(SETTLEMENT-I) = 'B'
               MOVE LQ-ARS-GL-ACCOUNT(SETTLEMENT-I) TO GLP-CUENTA-GL
               MOVE "MDCO" TO GLP-CONCEPTO
           ELSE
               MOVE LQ-USD-GL-ACCOUNT(SETTLEMENT-I) TO GLP-CUENTA-GL
               MOVE "MDVE" TO GLP-CONCEPTO
           END-IF.
           MOVE 'H' TO GLP-DEBE-HABER.
           MOVE LQ-ARS-AMOUNT(SETTLEMENT-I) TO GLP-IMPORTE.
           WRITE GL-POSTING-RECORD.
           MOVE GL-POSTING-RECORD TO WS-OUT-LINE.
           MOVE GLP-IMPORTE TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

       MARCAR-BOLETOS-LIQUIDADOS.
           OPEN I-O FX-DEALS-FILE.

           PERFORM VARYING SETTLEMENT-I FROM 1 BY 1
               UNTIL SETTLEMENT-I > SETTLEMENT-COUNT
               MOVE LQ-DEAL-ID(SETTLEMENT-I) TO DEAL-ID
               READ FX-DEALS-FILE
                   KEY IS DEAL-ID
                   INVALID KEY
                       DISPLAY "ATENCIÓN: no se encontró el boleto "
                           DEAL-ID " para marcarlo liquidado"
                   NOT INVALID KEY
                       SET DEAL-SETTLED TO TRUE
                       MOVE EXTRACT-DATE TO DEAL-SETTLED-DATE
                       REWRITE FX-DEAL-RECORD
                           INVALID KEY
                               DISPLAY "ATENCIÓN: no se pudo marcar "
                                   "liquidado el boleto " DEAL-ID
                       END-REWRITE
               END-READ
           END-PERFORM.

           CLOSE FX-DEALS-FILE.

           DISPLAY "Boletos de la mesa de dinero liquidados: "
               SETTLEMENT-COUNT.

       VALIDAR-CUENTAS-DEL-MAPA.
           MOVE MT-DEBIT-ACCOUNT(MAPPING-I)
               TO GL-TARGET-ACCOUNT.
               BK-CURRENCY(BUCKET-I) DELIMITED BY SIZE
               INTO GLP-CONCEPTO.
           WRITE GL-POSTING-RECORD.
           MOVE GL-POSTING-RECORD TO WS-OUT-LINE.
           MOVE GLP-IMPORTE TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
               BK-CURRENCY(BUCKET-I) DELIMITED BY SIZE
               INTO GLP-CONCEPTO.
           WRITE GL-POSTING-RECORD.
           MOVE GL-POSTING-RECORD TO WS-OUT-LINE.
           MOVE GLP-IMPORTE TO WS-OUT-AMOUNT.
           PERFORM ARCHIVAR-REGISTRO-ENVIADO.

       ABRIR-GENERACION-DE-SALIDA.
           MOVE 'O' TO WS-OUT-MODE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE ZERO TO WS-OUT-AMOUNT.
           CALL "./common/outbound-register"
               USING WS-OUT-MODE WS-OUT-FEED WS-OUT-FILE-NAME
               WS-OUT-RECORD-LENGTH WS-OUT-LINE WS-OUT-AMOUNT.

       ARCHIVAR-REGISTRO-ENVIADO.
           MOVE 'L' TO WS-OUT-MODE.
           CALL "./common/outbound-register"
               USING WS-OUT-MODE WS-OUT-FEED WS-OUT-FILE-NAME
               WS-OUT-RECORD-LENGTH WS-OUT-LINE WS-OUT-AMOUNT.

       CERRAR-GENERACION-DE-SALIDA.
           MOVE 'C' TO WS-OUT-MODE.
           CALL "./common/outbound-register"
               USING WS-OUT-MODE WS-OUT-FEED WS-OUT-FILE-NAME
               WS-OUT-RECORD-LENGTH WS-OUT-LINE WS-OUT-AMOUNT.

       END PROGRAM gl-extract.
