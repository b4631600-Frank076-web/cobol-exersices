       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl-period-close.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL GL-PERIOD-CONTROL-FILE
       ASSIGN TO "gl-period.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-PERIOD-CTL-STATUS.

       SELECT OPTIONAL GL-POSTING-FILE
       ASSIGN TO "gl-postings.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-POSTING-STATUS.

       SELECT OPTIONAL GL-PTD-FILE
       ASSIGN TO "gl-ptd.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PTD-KEY
       FILE STATUS IS F-PTD-STATUS.

       SELECT OPTIONAL GL-PTD-CONTROL-FILE
       ASSIGN TO "gl-ptd.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-PTD-CTL-STATUS.

       COPY "../copylib/physic-gl-accounts.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  GL-PERIOD-CONTROL-FILE.
       01  GL-PERIOD-CONTROL-RECORD.
           05  GPC-CLOSED-PERIOD PIC 9(6).
           05  GPC-CLOSED-DATE PIC 9(8).
           05  GPC-CLOSED-BY PIC X(30).
           05  GPC-LAST-CLOSED-YEAR PIC 9(4).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD.
           05  GLP-TIPO PIC X.
               88  GLP-ES-CABECERA VALUE 'H'.
               88  GLP-ES-LINEA VALUE 'L'.
           05  GLP-DATOS PIC X(40).
           05  GLP-CABECERA REDEFINES GLP-DATOS.
               10  GLP-FECHA PIC 9(8).
               10  GLP-CANT-LINEAS PIC 9(6).
               10  GLP-HASH-TOTAL PIC 9(14)V99.
               10  FILLER PIC X(10).
           05  GLP-LINEA REDEFINES GLP-DATOS.
               10  GLP-CUENTA-GL PIC X(8).
               10  GLP-DEBE-HABER PIC X.
               10  GLP-IMPORTE PIC 9(12)V99.
               10  GLP-CONCEPTO PIC X(4).
               10  FILLER PIC X(13).

       FD  GL-PTD-FILE.
       01  GL-PTD-RECORD.
           05  PTD-KEY.
               10  PTD-PERIOD PIC 9(6).
               10  PTD-ACCOUNT PIC X(8).
           05  PTD-DEBITS PIC 9(14)V99.
           05  PTD-CREDITS PIC 9(14)V99.

       FD  GL-PTD-CONTROL-FILE.
       01  GL-PTD-CONTROL-RECORD.
           05  PTC-LAST-DATE PIC 9(8).

       COPY "../copylib/logic-gl-accounts.cpy".

       WORKING-STORAGE SECTION.
       01  F-PERIOD-CTL-STATUS PIC XX.
       01  F-POSTING-STATUS PIC XX.
       01  F-PTD-STATUS PIC XX.
       01  F-PTD-CTL-STATUS PIC XX.
       01  F-GL-ACCOUNTS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  LAST-CLOSED-PERIOD PIC 9(6) VALUE ZERO.
       01  LAST-CLOSED-YEAR PIC 9(4) VALUE ZERO.
       01  LAST-ACCUMULATED-DATE PIC 9(8) VALUE ZERO.

       01  CLOSE-PERIOD PIC 9(6).
       01  CLOSE-PERIOD-PARTS REDEFINES CLOSE-PERIOD.
           05  CLOSE-YEAR PIC 9(4).
           05  CLOSE-MONTH PIC 99.
       01  YEAR-FIRST-PERIOD PIC 9(6).
       01  CLOSING-DATE PIC 9(8).
       01  NEXT-YEAR PIC 9(4).
       01  PENDING-BLOCKS PIC 9(6) VALUE ZERO.

       01  GL-TABLE.
           05  GL-ENTRY OCCURS 500 TIMES.
               10  GT-ACCOUNT PIC X(8).
               10  GT-NAME PIC X(30).
               10  GT-TYPE PIC X.
                   88  GT-ES-ACTIVO VALUE 'A'.
                   88  GT-ES-PASIVO VALUE 'P'.
                   88  GT-ES-RESULTADO VALUE 'R'.
               10  GT-STATUS PIC X.
               10  GT-BALANCE PIC S9(14)V99.
               10  GT-MONTH PIC S9(14)V99.
               10  GT-YEAR PIC S9(14)V99.
       01  GL-COUNT PIC 9(3) VALUE ZERO.
       01  GL-I PIC 9(3).
       01  GL-FOUND-FLAG PIC X.
           88  GL-FOUND VALUE 'Y'.
           88  GL-NOT-FOUND VALUE 'N'.

       01  UNCLASSIFIED-ROWS PIC 9(6) VALUE ZERO.
       01  PTD-NET PIC S9(14)V99.

       01  TOTAL-ASSETS PIC S9(14)V99 VALUE ZERO.
       01  TOTAL-LIABILITIES PIC S9(14)V99 VALUE ZERO.
       01  TOTAL-RESULT-MONTH PIC S9(14)V99 VALUE ZERO.
       01  TOTAL-RESULT-YEAR PIC S9(14)V99 VALUE ZERO.
       01  SHOWN-AMOUNT PIC S9(14)V99.
       01  BALANCE-DIFFERENCE PIC S9(14)V99.

       01  RETAINED-EARNINGS-ACCOUNT PIC X(8) VALUE "32010001".
       01  RETAINED-I PIC 9(3) VALUE ZERO.
       01  CLOSING-LINES PIC 9(6) VALUE ZERO.
       01  CLOSING-DEBITS PIC 9(14)V99 VALUE ZERO.
       01  CLOSING-CREDITS PIC 9(14)V99 VALUE ZERO.
       01  CLOSING-ACCOUNT PIC X(8).
       01  CLOSING-SIDE PIC X.
       01  CLOSING-AMOUNT PIC 9(14)V99.

       01  WS-AMOUNT-EDIT PIC -Z(13)9.99.
       01  WS-MONTH-EDIT PIC -Z(13)9.99.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "CIERRE-CONTABLE".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "gl-period-close".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8) VALUE ZERO.
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Cierre contable del período ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM LEER-ULTIMO-CIERRE.
           PERFORM DETERMINAR-PERIODO-A-CERRAR.

           DISPLAY "Período a cerrar: " CLOSE-PERIOD.

           IF CLOSE-PERIOD >= WS-BUSINESS-DATE(1:6)
               DISPLAY
               "El período " CLOSE-PERIOD " todavía está en "
               "curso, no se puede cerrar"
               PERFORM TERMINAR-SIN-CIERRE
           END-IF.

           PERFORM LEER-ULTIMA-ACUMULACION.
           PERFORM CONTAR-BLOQUES-SIN-ACUMULAR.

           IF PENDING-BLOCKS > ZERO
               DISPLAY
               "Hay " PENDING-BLOCKS " asientos del período o "
               "anteriores sin acumular; ejecute primero el "
               "balance de sumas y saldos"
               PERFORM TERMINAR-SIN-CIERRE
           END-IF.

           PERFORM CARGAR-PLAN-DE-CUENTAS.

           IF CLOSE-MONTH = 12
               PERFORM VERIFICAR-CUENTA-RESULTADOS-ACUM
               IF RETAINED-I = ZERO
                   PERFORM TERMINAR-SIN-CIERRE
               END-IF
           END-IF.

           PERFORM ACUMULAR-SALDOS-DEL-PERIODO.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           PERFORM EMITIR-BALANCE-GENERAL.
           PERFORM EMITIR-ESTADO-DE-RESULTADOS.

           IF CLOSE-MONTH = 12
               PERFORM GRABAR-ASIENTO-DE-CIERRE
           END-IF.

           PERFORM GRABAR-CIERRE-DEL-PERIODO.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Período " DELIMITED BY SIZE
               CLOSE-PERIOD DELIMITED BY SIZE
               " cerrado; no se aceptan asientos con fecha "
               DELIMITED BY SIZE
               "anterior o igual" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF UNCLASSIFIED-ROWS > ZERO
               DISPLAY
               "Saldos de cuentas fuera del plan de cuentas: "
               UNCLASSIFIED-ROWS
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE GL-COUNT TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       TERMINAR-SIN-CIERRE.
           MOVE "FAIL" TO WS-JOB-OUTCOME.

           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE 8 TO RETURN-CODE.

           GOBACK.

       LEER-ULTIMO-CIERRE.
           OPEN INPUT GL-PERIOD-CONTROL-FILE.

           IF F-PERIOD-CTL-STATUS = "00"
               READ GL-PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GPC-CLOSED-PERIOD TO LAST-CLOSED-PERIOD
                       MOVE GPC-LAST-CLOSED-YEAR TO LAST-CLOSED-YEAR
               END-READ
           END-IF.

           CLOSE GL-PERIOD-CONTROL-FILE.

       DETERMINAR-PERIODO-A-CERRAR.
           IF LAST-CLOSED-PERIOD = ZERO
               MOVE WS-BUSINESS-DATE(1:6) TO CLOSE-PERIOD
               IF CLOSE-MONTH = 1
                   SUBTRACT 1 FROM CLOSE-YEAR
                   MOVE 12 TO CLOSE-MONTH
               ELSE
                   SUBTRACT 1 FROM CLOSE-MONTH
               END-IF
           ELSE
               MOVE LAST-CLOSED-PERIOD TO CLOSE-PERIOD
               IF CLOSE-MONTH = 12
                   ADD 1 TO CLOSE-YEAR
                   MOVE 1 TO CLOSE-MONTH
               ELSE
                   ADD 1 TO CLOSE-MONTH
               END-IF
           END-IF.

           COMPUTE YEAR-FIRST-PERIOD = CLOSE-YEAR * 100 + 1.

       LEER-ULTIMA-ACUMULACION.
           OPEN INPUT GL-PTD-CONTROL-FILE.

           IF F-PTD-CTL-STATUS = "00"
               READ GL-PTD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PTC-LAST-DATE
                           TO LAST-ACCUMULATED-DATE
               END-READ
           END-IF.

           CLOSE GL-PTD-CONTROL-FILE.

       CONTAR-BLOQUES-SIN-ACUMULAR.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT GL-POSTING-FILE.

           IF F-POSTING-STATUS NOT = "00"
               CLOSE GL-POSTING-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ GL-POSTING-FILE
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF GLP-ES-CABECERA
                           AND GLP-FECHA > LAST-ACCUMULATED-DATE
                           AND GLP-FECHA(1:6) <= CLOSE-PERIOD
                           ADD 1 TO PENDING-BLOCKS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-POSTING-FILE.

       CARGAR-PLAN-DE-CUENTAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT GL-ACCOUNTS-FILE.

           IF F-GL-ACCOUNTS-STATUS NOT = "00"
               CLOSE GL-ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ GL-ACCOUNTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF GL-COUNT < 500
                           ADD 1 TO GL-COUNT
                           MOVE GLA-ACCOUNT TO GT-ACCOUNT(GL-COUNT)
                           MOVE GLA-NAME TO GT-NAME(GL-COUNT)
                           MOVE GLA-TYPE TO GT-TYPE(GL-COUNT)
                           MOVE GLA-STATUS TO GT-STATUS(GL-COUNT)
                           MOVE ZERO TO GT-BALANCE(GL-COUNT)
                           MOVE ZERO TO GT-MONTH(GL-COUNT)
                           MOVE ZERO TO GT-YEAR(GL-COUNT)
                       ELSE
                           DISPLAY
                           "ATENCIÓN: más de 500 cuentas contables, "
                           "la cuenta " GLA-ACCOUNT " no se incluye"
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-ACCOUNTS-FILE.

       VERIFICAR-CUENTA-RESULTADOS-ACUM.
           MOVE ZERO TO RETAINED-I.

           PERFORM VARYING GL-I FROM 1 BY 1
               UNTIL GL-I > GL-COUNT OR RETAINED-I > ZERO
               IF GT-ACCOUNT(GL-I) = RETAINED-EARNINGS-ACCOUNT
                   MOVE GL-I TO RETAINED-I
               END-IF
           END-PERFORM.

           IF RETAINED-I = ZERO
               DISPLAY
               "La cuenta de resultados acumulados "
               RETAINED-EARNINGS-ACCOUNT
               " no existe en el plan de cuentas, no se cierra "
               "el ejercicio"
               EXIT PARAGRAPH
           END-IF.

           IF NOT GT-ES-PASIVO(RETAINED-I)
               OR GT-STATUS(RETAINED-I) NOT = 'A'
               DISPLAY
               "La cuenta de resultados acumulados "
               RETAINED-EARNINGS-ACCOUNT
               " debe ser de patrimonio y estar activa, no se "
               "cierra el ejercicio"
               MOVE ZERO TO RETAINED-I
           END-IF.

       ACUMULAR-SALDOS-DEL-PERIODO.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT GL-PTD-FILE.

           IF F-PTD-STATUS NOT = "00"
               CLOSE GL-PTD-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ GL-PTD-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PTD-PERIOD <= CLOSE-PERIOD
                           PERFORM SUMAR-SALDO-DE-CUENTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GL-PTD-FILE.

       SUMAR-SALDO-DE-CUENTA.
           SET GL-NOT-FOUND TO TRUE.

           PERFORM VARYING GL-I FROM 1 BY 1
               UNTIL GL-I > GL-COUNT OR GL-FOUND
               IF GT-ACCOUNT(GL-I) = PTD-ACCOUNT
                   SET GL-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF GL-NOT-FOUND
               ADD 1 TO UNCLASSIFIED-ROWS
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT 1 FROM GL-I.

           COMPUTE PTD-NET = PTD-DEBITS - PTD-CREDITS.

           IF GT-ES-RESULTADO(GL-I)
               IF PTD-PERIOD >= YEAR-FIRST-PERIOD
                   ADD PTD-NET TO GT-YEAR(GL-I)
                   IF PTD-PERIOD = CLOSE-PERIOD
                       ADD PTD-NET TO GT-MONTH(GL-I)
                   END-IF
               END-IF
           ELSE
               ADD PTD-NET TO GT-BALANCE(GL-I)
           END-IF.

       EMITIR-BALANCE-GENERAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Balance general al cierre del período "
               DELIMITED BY SIZE
               CLOSE-PERIOD DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE "--- Activo ---" TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM VARYING GL-I FROM 1 BY 1 UNTIL GL-I > GL-COUNT
               IF GT-ES-ACTIVO(GL-I) AND GT-BALANCE(GL-I) NOT = ZERO
                   MOVE GT-BALANCE(GL-I) TO SHOWN-AMOUNT
                   ADD SHOWN-AMOUNT TO TOTAL-ASSETS
                   PERFORM EMITIR-SALDO-DE-CUENTA
               END-IF
           END-PERFORM.

           MOVE TOTAL-ASSETS TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Total activo" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(41:18).
           PERFORM EMITIR-LINEA.

           MOVE "--- Pasivo y patrimonio neto ---" TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM VARYING GL-I FROM 1 BY 1 UNTIL GL-I > GL-COUNT
               IF GT-ES-PASIVO(GL-I) AND GT-BALANCE(GL-I) NOT = ZERO
                   COMPUTE SHOWN-AMOUNT = ZERO - GT-BALANCE(GL-I)
                   ADD SHOWN-AMOUNT TO TOTAL-LIABILITIES
                   PERFORM EMITIR-SALDO-DE-CUENTA
               END-IF
           END-PERFORM.

           PERFORM VARYING GL-I FROM 1 BY 1 UNTIL GL-I > GL-COUNT
               IF GT-ES-RESULTADO(GL-I)
                   SUBTRACT GT-YEAR(GL-I) FROM TOTAL-RESULT-YEAR
                   SUBTRACT GT-MONTH(GL-I) FROM TOTAL-RESULT-MONTH
               END-IF
           END-PERFORM.

           MOVE TOTAL-RESULT-YEAR TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Resultado del ejercicio" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(41:18).
           PERFORM EMITIR-LINEA.

           COMPUTE SHOWN-AMOUNT =
               TOTAL-LIABILITIES + TOTAL-RESULT-YEAR.
           MOVE SHOWN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Total pasivo y patrimonio neto" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(41:18).
           PERFORM EMITIR-LINEA.

           COMPUTE BALANCE-DIFFERENCE = TOTAL-ASSETS - SHOWN-AMOUNT.

           IF BALANCE-DIFFERENCE = ZERO
               MOVE "El activo iguala al pasivo más el patrimonio"
                   TO WS-REPORT-LINE
           ELSE
               MOVE BALANCE-DIFFERENCE TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ATENCIÓN: diferencia de balance "
                   DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.
           PERFORM EMITIR-LINEA.

       EMITIR-ESTADO-DE-RESULTADOS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Estado de resultados " DELIMITED BY SIZE
               CLOSE-PERIOD DELIMITED BY SIZE
               " (mes y acumulado del ejercicio "
               DELIMITED BY SIZE
               CLOSE-YEAR DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM VARYING GL-I FROM 1 BY 1 UNTIL GL-I > GL-COUNT
               IF GT-ES-RESULTADO(GL-I)
                   AND (GT-YEAR(GL-I) NOT = ZERO
                   OR GT-MONTH(GL-I) NOT = ZERO)
                   COMPUTE SHOWN-AMOUNT = ZERO - GT-MONTH(GL-I)
                   MOVE SHOWN-AMOUNT TO WS-MONTH-EDIT
                   COMPUTE SHOWN-AMOUNT = ZERO - GT-YEAR(GL-I)
                   MOVE SHOWN-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING GT-ACCOUNT(GL-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GT-NAME(GL-I)(1:24) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   MOVE WS-MONTH-EDIT TO WS-REPORT-LINE(41:18)
                   MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(59:18)
                   PERFORM EMITIR-LINEA
               END-IF
           END-PERFORM.

           MOVE TOTAL-RESULT-MONTH TO WS-MONTH-EDIT.
           MOVE TOTAL-RESULT-YEAR TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Resultado (ganancia +, pérdida -)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           MOVE WS-MONTH-EDIT TO WS-REPORT-LINE(41:18).
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(59:18).
           PERFORM EMITIR-LINEA.

       EMITIR-SALDO-DE-CUENTA.
           MOVE SHOWN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING GT-ACCOUNT(GL-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GT-NAME(GL-I) DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(41:18).
           PERFORM EMITIR-LINEA.

       GRABAR-ASIENTO-DE-CIERRE.
           COMPUTE CLOSING-DATE = CLOSE-PERIOD * 100 + 31.

           PERFORM VARYING GL-I FROM 1 BY 1 UNTIL GL-I > GL-COUNT
               IF GT-ES-RESULTADO(GL-I) AND GT-YEAR(GL-I) NOT = ZERO
                   ADD 1 TO CLOSING-LINES
                   IF GT-YEAR(GL-I) > ZERO
                       ADD GT-YEAR(GL-I) TO CLOSING-CREDITS
                   ELSE
                       SUBTRACT GT-YEAR(GL-I) FROM CLOSING-DEBITS
                   END-IF
               END-IF
           END-PERFORM.

           IF CLOSING-LINES = ZERO
               MOVE "Ejercicio sin saldos en cuentas de resultado, "
                   TO WS-REPORT-LINE
               MOVE "no se genera asiento de cierre"
                   TO WS-REPORT-LINE(47:)
               PERFORM EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF.

           IF CLOSING-DEBITS NOT = CLOSING-CREDITS
               ADD 1 TO CLOSING-LINES
           END-IF.

           OPEN EXTEND GL-POSTING-FILE.
           IF F-POSTING-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF.

           OPEN I-O GL-PTD-FILE.

           SET GLP-ES-CABECERA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE CLOSING-DATE TO GLP-FECHA.
           MOVE CLOSING-LINES TO GLP-CANT-LINEAS.
           IF CLOSING-DEBITS > CLOSING-CREDITS
               MOVE CLOSING-DEBITS TO GLP-HASH-TOTAL
           ELSE
               MOVE CLOSING-CREDITS TO GLP-HASH-TOTAL
           END-IF.
           WRITE GL-POSTING-RECORD.

           PERFORM VARYING GL-I FROM 1 BY 1 UNTIL GL-I > GL-COUNT
               IF GT-ES-RESULTADO(GL-I) AND GT-YEAR(GL-I) NOT = ZERO
                   MOVE GT-ACCOUNT(GL-I) TO CLOSING-ACCOUNT
                   IF GT-YEAR(GL-I) > ZERO
                       MOVE 'H' TO CLOSING-SIDE
                       MOVE GT-YEAR(GL-I) TO CLOSING-AMOUNT
                   ELSE
                       MOVE 'D' TO CLOSING-SIDE
                       COMPUTE CLOSING-AMOUNT = ZERO - GT-YEAR(GL-I)
                   END-IF
                   PERFORM GRABAR-LINEA-DE-CIERRE
               END-IF
           END-PERFORM.

           MOVE RETAINED-EARNINGS-ACCOUNT TO CLOSING-ACCOUNT.

           IF CLOSING-CREDITS > CLOSING-DEBITS
               MOVE 'D' TO CLOSING-SIDE
               COMPUTE CLOSING-AMOUNT =
                   CLOSING-CREDITS - CLOSING-DEBITS
               PERFORM GRABAR-LINEA-DE-CIERRE
           ELSE
               IF CLOSING-DEBITS > CLOSING-CREDITS
                   MOVE 'H' TO CLOSING-SIDE
                   COMPUTE CLOSING-AMOUNT =
                       CLOSING-DEBITS - CLOSING-CREDITS
                   PERFORM GRABAR-LINEA-DE-CIERRE
               END-IF
           END-IF.

           CLOSE GL-PTD-FILE.
           CLOSE GL-POSTING-FILE.

           IF CLOSING-DATE > LAST-ACCUMULATED-DATE
               OPEN OUTPUT GL-PTD-CONTROL-FILE
               MOVE CLOSING-DATE TO PTC-LAST-DATE
               WRITE GL-PTD-CONTROL-RECORD
               CLOSE GL-PTD-CONTROL-FILE
           END-IF.

           MOVE CLOSE-YEAR TO LAST-CLOSED-YEAR.

           MOVE TOTAL-RESULT-YEAR TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Asiento de cierre del ejercicio " DELIMITED BY SIZE
               CLOSE-YEAR DELIMITED BY SIZE
               ": resultado " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " a " DELIMITED BY SIZE
               RETAINED-EARNINGS-ACCOUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           COMPUTE NEXT-YEAR = CLOSE-YEAR + 1.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Las cuentas de resultado abren el ejercicio "
               DELIMITED BY SIZE
               NEXT-YEAR DELIMITED BY SIZE
               " en cero" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE "GL-YEAR-CLOSE" TO WS-AUDIT-OPERATION.
           MOVE CLOSE-YEAR TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Resultado " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " a " DELIMITED BY SIZE
               RETAINED-EARNINGS-ACCOUNT DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       GRABAR-LINEA-DE-CIERRE.
           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE CLOSING-ACCOUNT TO GLP-CUENTA-GL.
           MOVE CLOSING-SIDE TO GLP-DEBE-HABER.
           MOVE CLOSING-AMOUNT TO GLP-IMPORTE.
           MOVE "CIER" TO GLP-CONCEPTO.
           WRITE GL-POSTING-RECORD.

           MOVE CLOSE-PERIOD TO PTD-PERIOD.
           MOVE CLOSING-ACCOUNT TO PTD-ACCOUNT.

           READ GL-PTD-FILE
               KEY IS PTD-KEY
               INVALID KEY
                   MOVE ZERO TO PTD-DEBITS
                   MOVE ZERO TO PTD-CREDITS
                   PERFORM SUMAR-LINEA-DE-CIERRE
                   WRITE GL-PTD-RECORD
                       INVALID KEY
                           DISPLAY
                           "No fue posible acumular la cuenta "
                           PTD-ACCOUNT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM SUMAR-LINEA-DE-CIERRE
                   REWRITE GL-PTD-RECORD
                       INVALID KEY
                           DISPLAY
                           "No fue posible acumular la cuenta "
                           PTD-ACCOUNT
                   END-REWRITE
           END-READ.

       SUMAR-LINEA-DE-CIERRE.
           IF CLOSING-SIDE = 'D'
               ADD CLOSING-AMOUNT TO PTD-DEBITS
           ELSE
               ADD CLOSING-AMOUNT TO PTD-CREDITS
           END-IF.

       GRABAR-CIERRE-DEL-PERIODO.
           OPEN OUTPUT GL-PERIOD-CONTROL-FILE.

           MOVE CLOSE-PERIOD TO GPC-CLOSED-PERIOD.
           MOVE WS-BUSINESS-DATE TO GPC-CLOSED-DATE.
           MOVE WS-SESSION-USER TO GPC-CLOSED-BY.
           MOVE LAST-CLOSED-YEAR TO GPC-LAST-CLOSED-YEAR.

           WRITE GL-PERIOD-CONTROL-RECORD.

           CLOSE GL-PERIOD-CONTROL-FILE.

           MOVE "GL-PERIOD-CLOSE" TO WS-AUDIT-OPERATION.
           MOVE CLOSE-PERIOD TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "Cerrado hasta " DELIMITED BY SIZE
               LAST-CLOSED-PERIOD DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Cerrado hasta " DELIMITED BY SIZE
               CLOSE-PERIOD DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM gl-period-close.
