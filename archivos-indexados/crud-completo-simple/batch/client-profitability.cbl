       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-term-deposits.cpy".
       COPY "../copylib/physic-activity-summary.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-term-deposits.cpy".
       COPY "../copylib/logic-activity-summary.cpy".

       WORKING-STORAGE SECTION.
       01  F-TRANSACTION-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-TERM-STATUS PIC XX.
       01  F-ACTIVITY-SUMMARY-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
       01  FECHA-DESDE PIC 9(8).
       01  FECHA-HASTA PIC 9(8).

       01  PERIOD-OPTION PIC X.
           88  PERIODO-MES-EN-CURSO VALUE '1'.
           88  PERIODO-ANIO-EN-CURSO VALUE '2'.
           88  PERIODO-RANGO-LIBRE VALUE '3'.
       01  CURRENT-PERIOD PIC 9(6).
       01  CURRENT-YEAR PIC 9(4).

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  ACTIVITY-TYPE-CODES PIC X(8) VALUE "DWRIFOHT".
       01  ACTIVITY-TYPE-TABLE REDEFINES ACTIVITY-TYPE-CODES.
           05  ACTIVITY-TYPE-CODE PIC X OCCURS 8 TIMES.
       01  ACTIVITY-TYPE-I PIC 9.
       01  ACTIVITY-TYPE-FLAG PIC X.
           88  ACTIVITY-TYPE-FOUND VALUE 'Y'.
           88  ACTIVITY-TYPE-UNKNOWN VALUE 'N'.
       01  ACTIVITY-DEPOSIT-I PIC 9 VALUE 1.
       01  ACTIVITY-WITHDRAWAL-I PIC 9 VALUE 2.
       01  ACTIVITY-REVERSAL-I PIC 9 VALUE 3.
       01  ACTIVITY-INTEREST-I PIC 9 VALUE 4.
       01  ACTIVITY-FEE-I PIC 9 VALUE 5.
       01  ACTIVITY-OD-INTEREST-I PIC 9 VALUE 6.
       01  ACTIVITY-WITHHOLDING-I PIC 9 VALUE 7.
       01  ACTIVITY-DC-TAX-I PIC 9 VALUE 8.

       01  CLIENT-TABLE.
           05  CLIENT-ENTRY OCCURS 500 TIMES.
               10  CT-DNI PIC 9(8).
           05  AUX-NET PIC S9(13)V99.

       01  MOV-TYPE PIC X.
       01  MOV-AMOUNT PIC 9(12)V99.
       01  MOV-ACCOUNT PIC 9(8).
       01  MOV-DNI PIC 9(8).
       01  MOV-BRANCH PIC 9(3).

           DISPLAY "=== Rentabilidad por cliente ===".

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           COMPUTE CURRENT-PERIOD = WS-BUSINESS-DATE / 100.
           COMPUTE CURRENT-YEAR = WS-BUSINESS-DATE / 10000.

           DISPLAY "Período a analizar:".
           DISPLAY "  1 - Mes en curso".
           DISPLAY "  2 - Año en curso".
           DISPLAY "  3 - Rango de fechas".
           ACCEPT PERIOD-OPTION.

           EVALUATE TRUE
               WHEN PERIODO-MES-EN-CURSO
                   COMPUTE FECHA-DESDE = CURRENT-PERIOD * 100 + 1
                   MOVE WS-BUSINESS-DATE TO FECHA-HASTA
               WHEN PERIODO-ANIO-EN-CURSO
                   COMPUTE FECHA-DESDE = CURRENT-YEAR * 10000 + 101
                   MOVE WS-BUSINESS-DATE TO FECHA-HASTA
               WHEN PERIODO-RANGO-LIBRE
                   DISPLAY "Fecha desde (AAAAMMDD): "
                   ACCEPT FECHA-DESDE
                   DISPLAY "Fecha hasta (AAAAMMDD): "
                   ACCEPT FECHA-HASTA
               WHEN OTHER
                   DISPLAY "Opción inválida"
                   GOBACK
           END-EVALUATE.

           IF FECHA-DESDE = ZERO OR FECHA-HASTA < FECHA-DESDE
               DISPLAY "Rango de fechas inválido"
               GOBACK
           END-IF.

           IF PERIODO-RANGO-LIBRE
               PERFORM BARRER-MAYOR-VIGENTE
               PERFORM BARRER-MAYOR-ARCHIVADO
           ELSE
               PERFORM LEER-RESUMEN-DE-ACTIVIDAD
           END-IF.
           PERFORM ACUMULAR-INTERES-DE-PRESTAMOS.
           PERFORM ACUMULAR-COSTO-DE-PLAZOS.

           CLOSE ACCOUNTS-FILE.
           CLOSE LEDGER-ARCHIVE-FILE.

       LEER-RESUMEN-DE-ACTIVIDAD.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ACTIVITY-SUMMARY-FILE.

           IF F-ACTIVITY-SUMMARY-STATUS NOT = "00"
               CLOSE ACTIVITY-SUMMARY-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ ACTIVITY-SUMMARY-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM ACUMULAR-RESUMEN-DE-CUENTA
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE ACTIVITY-SUMMARY-FILE.

       ACUMULAR-RESUMEN-DE-CUENTA.
           MOVE ASUM-ACCOUNT-KEY TO MOV-ACCOUNT.

           IF PERIODO-MES-EN-CURSO
               IF ASUM-MTD-PERIOD NOT = CURRENT-PERIOD
                   EXIT PARAGRAPH
               END-IF
               MOVE 'F' TO MOV-TYPE
               MOVE ASUM-MTD-AMOUNT(ACTIVITY-FEE-I) TO MOV-AMOUNT
               PERFORM ACUMULAR-MOVIMIENTO
               MOVE 'O' TO MOV-TYPE
               MOVE ASUM-MTD-AMOUNT(ACTIVITY-OD-INTEREST-I)
                   TO MOV-AMOUNT
               PERFORM ACUMULAR-MOVIMIENTO
               MOVE 'I' TO MOV-TYPE
               MOVE ASUM-MTD-AMOUNT(ACTIVITY-INTEREST-I)
                   TO MOV-AMOUNT
               PERFORM ACUMULAR-MOVIMIENTO
           ELSE
               IF ASUM-YTD-YEAR NOT = CURRENT-YEAR
                   EXIT PARAGRAPH
               END-IF
               MOVE 'F' TO MOV-TYPE
               MOVE ASUM-YTD-AMOUNT(ACTIVITY-FEE-I) TO MOV-AMOUNT
               PERFORM ACUMULAR-MOVIMIENTO
               MOVE 'O' TO MOV-TYPE
               MOVE ASUM-YTD-AMOUNT(ACTIVITY-OD-INTEREST-I)
                   TO MOV-AMOUNT
               PERFORM ACUMULAR-MOVIMIENTO
               MOVE 'I' TO MOV-TYPE
               MOVE ASUM-YTD-AMOUNT(ACTIVITY-INTEREST-I)
                   TO MOV-AMOUNT
               PERFORM ACUMULAR-MOVIMIENTO
           END-IF.

       ACUMULAR-MOVIMIENTO.
           IF MOV-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF MOV-TYPE NOT = 'F' AND MOV-TYPE NOT = 'I'
               AND MOV-TYPE NOT = 'O'
               EXIT PARAGRAPH
