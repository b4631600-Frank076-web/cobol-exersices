       IDENTIFICATION DIVISION.
       PROGRAM-ID. concentration-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-economic-groups.cpy".
       COPY "../copylib/physic-group-members.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-account.cpy".
       COPY "../copylib/physic-term-deposits.cpy".
       COPY "../copylib/physic-clients.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-economic-groups.cpy".
       COPY "../copylib/logic-group-members.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-account.cpy".
       COPY "../copylib/logic-term-deposits.cpy".
       COPY "../copylib/logic-clients.cpy".

       WORKING-STORAGE SECTION.
       01  F-GROUPS-STATUS PIC XX.
       01  F-MEMBERS-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.
       01  F-TERM-STATUS PIC XX.
       01  F-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  GROUP-TABLE.
           05  GROUP-ENTRY OCCURS 200 TIMES.
               10  GT-ID PIC 9(4).
               10  GT-NAME PIC X(30).
               10  GT-LIMIT PIC 9(10)V99.
               10  GT-EXPOSURE PIC 9(12)V99.
               10  GT-DEPOSITS PIC 9(14)V99.
               10  GT-MEMBERS PIC 9(3).
       01  AUX-GROUP-ENTRY PIC X(79).
       01  GROUP-COUNT PIC 9(3) VALUE ZERO.
       01  GROUP-I PIC 9(3).
       01  GROUP-J PIC 9(3).

       01  MEMBER-TABLE.
           05  MEMBER-ENTRY OCCURS 1000 TIMES.
               10  MB-DNI PIC 9(8).
               10  MB-GROUP-I PIC 9(3).
       01  MEMBER-COUNT PIC 9(4) VALUE ZERO.
       01  MEMBER-I PIC 9(4).
       01  MEMBER-FOUND-FLAG PIC X.
           88  MEMBER-FOUND VALUE 'Y'.
           88  MEMBER-NOT-FOUND VALUE 'N'.

       01  DEPOSITOR-TABLE.
           05  DEPOSITOR-ENTRY OCCURS 1000 TIMES.
               10  DP-DNI PIC 9(8).
               10  DP-AMOUNT PIC 9(14)V99.
       01  AUX-DEPOSITOR-ENTRY PIC X(24).
       01  DEPOSITOR-COUNT PIC 9(4) VALUE ZERO.
       01  DEPOSITOR-I PIC 9(4).
       01  DEPOSITOR-J PIC 9(4).
       01  DEPOSITOR-FOUND-FLAG PIC X.
           88  DEPOSITOR-FOUND VALUE 'Y'.
           88  DEPOSITOR-NOT-FOUND VALUE 'N'.

       01  TOP-RANKS PIC 9(2) VALUE 10.
       01  RANKS-SHOWN PIC 9(2).

       01  WANTED-DNI PIC 9(8).
       01  LINE-AMOUNT PIC 9(12)V99.
       01  LINE-CURRENCY PIC X(3).
       01  TOTAL-DEPOSITS PIC 9(14)V99 VALUE ZERO.
       01  TOP-DEPOSITS PIC 9(14)V99 VALUE ZERO.
       01  SHARE-PCT PIC 9(3)V99.
       01  USED-PCT PIC 9(3)V99.
       01  ITEMS-SKIPPED PIC 9(6) VALUE ZERO.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-RATE-PAIR PIC X(6) VALUE "USDARS".
       01  CLOSING-RATE PIC 9(6)V99.
       01  WS-RATE-FOUND PIC X.
           88  RATE-OK VALUE 'Y'.
           88  RATE-MISSING VALUE 'N'.

       01  WS-AMOUNT-EDIT PIC Z(13)9.99.
       01  WS-LIMIT-EDIT PIC Z(9)9.99.
       01  WS-PCT-EDIT PIC ZZ9.99.
       01  WS-PCT-EDIT-2 PIC ZZ9.99.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "CONCENTRACION".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "concentration-report".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Concentración de riesgo y de depósitos ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           CALL "./common/exchange-rate"
               USING WS-RATE-PAIR WS-BUSINESS-DATE
               CLOSING-RATE WS-RATE-FOUND.

           PERFORM CARGAR-GRUPOS.
           PERFORM CARGAR-INTEGRANTES.
           PERFORM ACUMULAR-PRESTAMOS.
           PERFORM ACUMULAR-CUENTAS.
           PERFORM ACUMULAR-PLAZOS-FIJOS.

           PERFORM ORDENAR-GRUPOS.
           PERFORM ORDENAR-DEPOSITANTES.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE TOTAL-DEPOSITS TO WS-AMOUNT-EDIT.
           STRING "Concentración al " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               " - depósitos totales ARS " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM EMITIR-GRUPOS.
           PERFORM EMITIR-DEPOSITANTES.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF ITEMS-SKIPPED > ZERO
               DISPLAY "Partidas fuera del reporte: " ITEMS-SKIPPED
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           COMPUTE WS-JOB-RECORDS = GROUP-COUNT + DEPOSITOR-COUNT.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           GOBACK.

       CARGAR-GRUPOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ECONOMIC-GROUPS-FILE.

           IF F-GROUPS-STATUS NOT = "00"
               CLOSE ECONOMIC-GROUPS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ ECONOMIC-GROUPS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF EGRP-ACTIVE
                           PERFORM AGREGAR-GRUPO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ECONOMIC-GROUPS-FILE.

       AGREGAR-GRUPO.
           IF GROUP-COUNT = 200
               ADD 1 TO ITEMS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO GROUP-COUNT.
           MOVE EGRP-ID TO GT-ID(GROUP-COUNT).
           MOVE EGRP-NAME TO GT-NAME(GROUP-COUNT).
           MOVE EGRP-LIMIT TO GT-LIMIT(GROUP-COUNT).
           MOVE ZERO TO GT-EXPOSURE(GROUP-COUNT).
           MOVE ZERO TO GT-DEPOSITS(GROUP-COUNT).
           MOVE ZERO TO GT-MEMBERS(GROUP-COUNT).

       CARGAR-INTEGRANTES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT GROUP-MEMBERS-FILE.

           IF F-MEMBERS-STATUS NOT = "00"
               CLOSE GROUP-MEMBERS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ GROUP-MEMBERS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM AGREGAR-INTEGRANTE
               END-READ
           END-PERFORM.

           CLOSE GROUP-MEMBERS-FILE.

       AGREGAR-INTEGRANTE.
           PERFORM VARYING GROUP-I FROM 1 BY 1
               UNTIL GROUP-I > GROUP-COUNT
               OR GT-ID(GROUP-I) = GMEM-GROUP-ID
               CONTINUE
           END-PERFORM.

           IF GROUP-I > GROUP-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF MEMBER-COUNT = 1000
               ADD 1 TO ITEMS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO MEMBER-COUNT.
           MOVE GMEM-DNI TO MB-DNI(MEMBER-COUNT).
           MOVE GROUP-I TO MB-GROUP-I(MEMBER-COUNT).
           ADD 1 TO GT-MEMBERS(GROUP-I).

       ACUMULAR-PRESTAMOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT LOANS-FILE.

           IF F-LOANS-STATUS NOT = "00"
               CLOSE LOANS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ LOANS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF LOAN-ACTIVE
                           MOVE LOAN-DNI TO WANTED-DNI
                           PERFORM BUSCAR-INTEGRANTE
                           IF MEMBER-FOUND
                               PERFORM ACUMULAR-UN-PRESTAMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE LOANS-FILE.

       ACUMULAR-UN-PRESTAMO.
           MOVE "ARS" TO LINE-CURRENCY.
           MOVE LOAN-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-CURRENCY TO LINE-CURRENCY
           END-READ.

           MOVE LOAN-BALANCE TO LINE-AMOUNT.
           PERFORM CONVERTIR-A-PESOS.

           MOVE MB-GROUP-I(MEMBER-I) TO GROUP-I.
           ADD LINE-AMOUNT TO GT-EXPOSURE(GROUP-I).

       ACUMULAR-CUENTAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF NOT ACCOUNT-CLOSED
                           PERFORM ACUMULAR-UNA-CUENTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.

       ACUMULAR-UNA-CUENTA.
           MOVE ACCOUNT-CLIENT-DNI TO WANTED-DNI.
           MOVE ACCOUNT-CURRENCY TO LINE-CURRENCY.
           PERFORM BUSCAR-INTEGRANTE.

           IF MEMBER-FOUND
               MOVE ACCOUNT-OVERDRAFT-LIMIT TO LINE-AMOUNT
               IF ACCOUNT-BILL < ZERO
                   AND ZERO - ACCOUNT-BILL > LINE-AMOUNT
                   COMPUTE LINE-AMOUNT = ZERO - ACCOUNT-BILL
               END-IF
               PERFORM CONVERTIR-A-PESOS
               MOVE MB-GROUP-I(MEMBER-I) TO GROUP-I
               ADD LINE-AMOUNT TO GT-EXPOSURE(GROUP-I)
           END-IF.

           IF ACCOUNT-BILL > ZERO
               MOVE ACCOUNT-BILL TO LINE-AMOUNT
               PERFORM SUMAR-DEPOSITO
           END-IF.

       ACUMULAR-PLAZOS-FIJOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT TERM-DEPOSITS-FILE.

           IF F-TERM-STATUS NOT = "00"
               CLOSE TERM-DEPOSITS-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.

           PERFORM UNTIL F-ENDED
               READ TERM-DEPOSITS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF TD-ACTIVE
                           PERFORM ACUMULAR-UN-PLAZO-FIJO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE TERM-DEPOSITS-FILE.

       ACUMULAR-UN-PLAZO-FIJO.
           MOVE TD-SOURCE-ACCOUNT TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   ADD 1 TO ITEMS-SKIPPED
                   EXIT PARAGRAPH
           END-READ.

           MOVE ACCOUNT-CLIENT-DNI TO WANTED-DNI.
           MOVE ACCOUNT-CURRENCY TO LINE-CURRENCY.
           MOVE TD-PRINCIPAL TO LINE-AMOUNT.
           PERFORM BUSCAR-INTEGRANTE.
           PERFORM SUMAR-DEPOSITO.

       SUMAR-DEPOSITO.
           PERFORM CONVERTIR-A-PESOS.

           IF LINE-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD LINE-AMOUNT TO TOTAL-DEPOSITS.

           IF MEMBER-FOUND
               MOVE MB-GROUP-I(MEMBER-I) TO GROUP-I
               ADD LINE-AMOUNT TO GT-DEPOSITS(GROUP-I)
           END-IF.

           SET DEPOSITOR-NOT-FOUND TO TRUE.

           PERFORM VARYING DEPOSITOR-I FROM 1 BY 1
               UNTIL DEPOSITOR-I > DEPOSITOR-COUNT OR DEPOSITOR-FOUND
               IF DP-DNI(DEPOSITOR-I) = WANTED-DNI
                   SET DEPOSITOR-FOUND TO TRUE
                   ADD LINE-AMOUNT TO DP-AMOUNT(DEPOSITOR-I)
               END-IF
           END-PERFORM.

           IF DEPOSITOR-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF DEPOSITOR-COUNT = 1000
               ADD 1 TO ITEMS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO DEPOSITOR-COUNT.
           MOVE WANTED-DNI TO DP-DNI(DEPOSITOR-COUNT).
           MOVE LINE-AMOUNT TO DP-AMOUNT(DEPOSITOR-COUNT).

       CONVERTIR-A-PESOS.
           IF LINE-CURRENCY NOT = "USD"
               EXIT PARAGRAPH
           END-IF.

           IF RATE-MISSING
               IF LINE-AMOUNT > ZERO
                   ADD 1 TO ITEMS-SKIPPED
               END-IF
               MOVE ZERO TO LINE-AMOUNT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE LINE-AMOUNT ROUNDED = LINE-AMOUNT * CLOSING-RATE.

       BUSCAR-INTEGRANTE.
           SET MEMBER-NOT-FOUND TO TRUE.

           PERFORM VARYING MEMBER-I FROM 1 BY 1
               UNTIL MEMBER-I > MEMBER-COUNT OR MEMBER-FOUND
               IF MB-DNI(MEMBER-I) = WANTED-DNI
                   SET MEMBER-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF MEMBER-FOUND
               SUBTRACT 1 FROM MEMBER-I
           END-IF.

       ORDENAR-GRUPOS.
           PERFORM VARYING GROUP-I FROM 1 BY 1
               UNTIL GROUP-I >= GROUP-COUNT
               PERFORM VARYING GROUP-J FROM 1 BY 1
                   UNTIL GROUP-J >= GROUP-COUNT
                   IF GT-EXPOSURE(GROUP-J) < GT-EXPOSURE(GROUP-J + 1)
                       MOVE GROUP-ENTRY(GROUP-J) TO AUX-GROUP-ENTRY
                       MOVE GROUP-ENTRY(GROUP-J + 1)
                           TO GROUP-ENTRY(GROUP-J)
                       MOVE AUX-GROUP-ENTRY
                           TO GROUP-ENTRY(GROUP-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ORDENAR-DEPOSITANTES.
           PERFORM VARYING DEPOSITOR-I FROM 1 BY 1
               UNTIL DEPOSITOR-I >= DEPOSITOR-COUNT
               PERFORM VARYING DEPOSITOR-J FROM 1 BY 1
                   UNTIL DEPOSITOR-J >= DEPOSITOR-COUNT
                   IF DP-AMOUNT(DEPOSITOR-J) <
                       DP-AMOUNT(DEPOSITOR-J + 1)
                       MOVE DEPOSITOR-ENTRY(DEPOSITOR-J)
                           TO AUX-DEPOSITOR-ENTRY
                       MOVE DEPOSITOR-ENTRY(DEPOSITOR-J + 1)
                           TO DEPOSITOR-ENTRY(DEPOSITOR-J)
                       MOVE AUX-DEPOSITOR-ENTRY
                           TO DEPOSITOR-ENTRY(DEPOSITOR-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       EMITIR-GRUPOS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "Mayores grupos económicos por exposición"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF GROUP-COUNT = ZERO
               MOVE "  Sin grupos económicos vigentes"
                   TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO RANKS-SHOWN.

           PERFORM VARYING GROUP-I FROM 1 BY 1
               UNTIL GROUP-I > GROUP-COUNT OR RANKS-SHOWN = TOP-RANKS
               ADD 1 TO RANKS-SHOWN
               PERFORM EMITIR-UN-GRUPO
           END-PERFORM.

       EMITIR-UN-GRUPO.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING RANKS-SHOWN DELIMITED BY SIZE
               ". Grupo " DELIMITED BY SIZE
               GT-ID(GROUP-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GT-NAME(GROUP-I) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               GT-MEMBERS(GROUP-I) DELIMITED BY SIZE
               " integrantes)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF GT-EXPOSURE(GROUP-I) >= GT-LIMIT(GROUP-I) * 10
               MOVE 999.99 TO USED-PCT
           ELSE
               COMPUTE USED-PCT ROUNDED =
                   GT-EXPOSURE(GROUP-I) * 100 / GT-LIMIT(GROUP-I)
           END-IF.

           MOVE GT-EXPOSURE(GROUP-I) TO WS-AMOUNT-EDIT.
           MOVE GT-LIMIT(GROUP-I) TO WS-LIMIT-EDIT.
           MOVE USED-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    exposición " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " límite " DELIMITED BY SIZE
               WS-LIMIT-EDIT DELIMITED BY SIZE
               " uso " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE GT-EXPOSURE(GROUP-I) TO LINE-AMOUNT.
           PERFORM CALCULAR-PARTICIPACION.
           MOVE SHARE-PCT TO WS-PCT-EDIT.

           MOVE GT-DEPOSITS(GROUP-I) TO LINE-AMOUNT.
           PERFORM CALCULAR-PARTICIPACION.
           MOVE SHARE-PCT TO WS-PCT-EDIT-2.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    exposición/depósitos totales "
               DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               "% - depósitos del grupo " DELIMITED BY SIZE
               WS-PCT-EDIT-2 DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF GT-EXPOSURE(GROUP-I) > GT-LIMIT(GROUP-I)
               MOVE "    *** EXCEDE EL LÍMITE DEL GRUPO ***"
                   TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
           END-IF.

       EMITIR-DEPOSITANTES.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.
           MOVE "Mayores depositantes individuales"
               TO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           IF DEPOSITOR-COUNT = ZERO
               MOVE "  Sin depósitos vigentes" TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO RANKS-SHOWN.
           MOVE ZERO TO TOP-DEPOSITS.

           OPEN INPUT CLIENTS-FILE.

           PERFORM VARYING DEPOSITOR-I FROM 1 BY 1
               UNTIL DEPOSITOR-I > DEPOSITOR-COUNT
               OR RANKS-SHOWN = TOP-RANKS
               ADD 1 TO RANKS-SHOWN
               PERFORM EMITIR-UN-DEPOSITANTE
           END-PERFORM.

           CLOSE CLIENTS-FILE.

           MOVE TOP-DEPOSITS TO LINE-AMOUNT.
           PERFORM CALCULAR-PARTICIPACION.
           MOVE SHARE-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Los " DELIMITED BY SIZE
               RANKS-SHOWN DELIMITED BY SIZE
               " mayores depositantes concentran el "
               DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               "% de los depósitos" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       EMITIR-UN-DEPOSITANTE.
           ADD DP-AMOUNT(DEPOSITOR-I) TO TOP-DEPOSITS.

           MOVE DP-DNI(DEPOSITOR-I) TO CLIENT-DNI.

           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   MOVE SPACES TO CLIENT-NAME
           END-READ.

           MOVE DP-AMOUNT(DEPOSITOR-I) TO LINE-AMOUNT.
           PERFORM CALCULAR-PARTICIPACION.
           MOVE SHARE-PCT TO WS-PCT-EDIT.
           MOVE DP-AMOUNT(DEPOSITOR-I) TO WS-AMOUNT-EDIT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING RANKS-SHOWN DELIMITED BY SIZE
               ". DNI " DELIMITED BY SIZE
               DP-DNI(DEPOSITOR-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLIENT-NAME(1:20) DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

       CALCULAR-PARTICIPACION.
           IF TOTAL-DEPOSITS = ZERO
               OR LINE-AMOUNT >= TOTAL-DEPOSITS * 10
               MOVE 999.99 TO SHARE-PCT
           ELSE
               COMPUTE SHARE-PCT ROUNDED =
                   LINE-AMOUNT * 100 / TOTAL-DEPOSITS
           END-IF.

           IF LINE-AMOUNT = ZERO
               MOVE ZERO TO SHARE-PCT
           END-IF.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       END PROGRAM concentration-report.
