       IDENTIFICATION DIVISION.
       PROGRAM-ID. group-exposure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-economic-groups.cpy".
       COPY "../copylib/physic-group-members.cpy".
       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-economic-groups.cpy".
       COPY "../copylib/logic-group-members.cpy".
       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-GROUPS-STATUS PIC XX.
       01  F-MEMBERS-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-ACCOUNT-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  MEMBER-TABLE.
           05  MT-DNI PIC 9(8) OCCURS 200 TIMES.
       01  MEMBER-COUNT PIC 9(3).
       01  MEMBER-I PIC 9(3).
       01  MEMBER-FOUND-FLAG PIC X.
           88  MEMBER-FOUND VALUE 'Y'.
           88  MEMBER-NOT-FOUND VALUE 'N'.

       01  WANTED-DNI PIC 9(8).
       01  WANTED-GROUP PIC 9(4).
       01  LINE-AMOUNT PIC 9(10)V99.
       01  LINE-CURRENCY PIC X(3).

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-RATE-PAIR PIC X(6) VALUE "USDARS".
       01  WS-RATE-FOUND PIC X.
           88  RATE-OK VALUE 'Y'.
           88  RATE-MISSING VALUE 'N'.

       LINKAGE SECTION.
       01  LS-DNI PIC 9(8).
       01  LS-GROUP-ID PIC 9(4).
       01  LS-GROUP-LIMIT PIC 9(10)V99.
       01  LS-EXPOSURE PIC 9(12)V99.
       01  LS-USD-RATE PIC 9(6)V99.

       PROCEDURE DIVISION
           USING LS-DNI LS-GROUP-ID LS-GROUP-LIMIT LS-EXPOSURE
           LS-USD-RATE.

           MOVE ZERO TO LS-GROUP-ID.
           MOVE ZERO TO LS-GROUP-LIMIT.
           MOVE ZERO TO LS-EXPOSURE.
           MOVE ZERO TO LS-USD-RATE.

           PERFORM UBICAR-GRUPO.

           IF LS-GROUP-ID = ZERO
               GOBACK
           END-IF.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           CALL "./common/exchange-rate"
               USING WS-RATE-PAIR WS-BUSINESS-DATE LS-USD-RATE
               WS-RATE-FOUND.

           PERFORM CARGAR-INTEGRANTES.
           PERFORM SUMAR-PRESTAMOS.
           PERFORM SUMAR-DESCUBIERTOS.

           GOBACK.

       UBICAR-GRUPO.
           MOVE ZERO TO WANTED-GROUP.

           OPEN INPUT GROUP-MEMBERS-FILE.

           IF F-MEMBERS-STATUS NOT = "00"
               CLOSE GROUP-MEMBERS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-DNI TO GMEM-DNI.

           READ GROUP-MEMBERS-FILE
               KEY IS GMEM-DNI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GMEM-GROUP-ID TO WANTED-GROUP
           END-READ.

           CLOSE GROUP-MEMBERS-FILE.

           IF WANTED-GROUP = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ECONOMIC-GROUPS-FILE.

           MOVE WANTED-GROUP TO EGRP-ID.

           READ ECONOMIC-GROUPS-FILE
               KEY IS EGRP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EGRP-ACTIVE
                       MOVE EGRP-ID TO LS-GROUP-ID
                       MOVE EGRP-LIMIT TO LS-GROUP-LIMIT
                   END-IF
           END-READ.

           CLOSE ECONOMIC-GROUPS-FILE.

       CARGAR-INTEGRANTES.
           MOVE ZERO TO MEMBER-COUNT.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT GROUP-MEMBERS-FILE.

           MOVE LS-GROUP-ID TO GMEM-GROUP-ID.

           START GROUP-MEMBERS-FILE
               KEY IS GREATER THAN OR EQUAL TO GMEM-GROUP-ID
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ GROUP-MEMBERS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF GMEM-GROUP-ID NOT = LS-GROUP-ID
                           SET F-ENDED TO TRUE
                       ELSE
                           IF MEMBER-COUNT < 200
                               ADD 1 TO MEMBER-COUNT
                               MOVE GMEM-DNI TO MT-DNI(MEMBER-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE GROUP-MEMBERS-FILE.

       SUMAR-PRESTAMOS.
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
                               PERFORM SUMAR-UN-PRESTAMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.
           CLOSE LOANS-FILE.

       SUMAR-UN-PRESTAMO.
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
           PERFORM SUMAR-A-LA-EXPOSICION.

       SUMAR-DESCUBIERTOS.
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
                           MOVE ACCOUNT-CLIENT-DNI TO WANTED-DNI
                           PERFORM BUSCAR-INTEGRANTE
                           IF MEMBER-FOUND
                               PERFORM SUMAR-UN-DESCUBIERTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCOUNTS-FILE.

       SUMAR-UN-DESCUBIERTO.
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO LINE-AMOUNT.

           IF ACCOUNT-BILL < ZERO
               AND ZERO - ACCOUNT-BILL > LINE-AMOUNT
               COMPUTE LINE-AMOUNT = ZERO - ACCOUNT-BILL
           END-IF.

           MOVE ACCOUNT-CURRENCY TO LINE-CURRENCY.
           PERFORM SUMAR-A-LA-EXPOSICION.

       SUMAR-A-LA-EXPOSICION.
           IF LINE-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF LINE-CURRENCY = "USD"
               IF RATE-MISSING
                   DISPLAY
                   "Grupo " LS-GROUP-ID ": línea en USD sin "
                   "cotización del día, no se computa"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE LINE-AMOUNT ROUNDED =
                   LINE-AMOUNT * LS-USD-RATE
           END-IF.

           ADD LINE-AMOUNT TO LS-EXPOSURE.

       BUSCAR-INTEGRANTE.
           SET MEMBER-NOT-FOUND TO TRUE.

           PERFORM VARYING MEMBER-I FROM 1 BY 1
               UNTIL MEMBER-I > MEMBER-COUNT OR MEMBER-FOUND
               IF MT-DNI(MEMBER-I) = WANTED-DNI
                   SET MEMBER-FOUND TO TRUE
               END-IF
           END-PERFORM.

       END PROGRAM group-exposure.
