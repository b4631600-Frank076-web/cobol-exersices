       IDENTIFICATION DIVISION.
       PROGRAM-ID. loan-write-off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL GL-POSTING-FILE
       ASSIGN TO "gl-postings.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-POSTING-STATUS.

       COPY "../copylib/physic-loans.cpy".
       COPY "../copylib/physic-loan-schedule.cpy".
       COPY "../copylib/physic-debtor-classes.cpy".

       DATA DIVISION.
       FILE SECTION.
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

       COPY "../copylib/logic-loans.cpy".
       COPY "../copylib/logic-loan-schedule.cpy".
       COPY "../copylib/logic-debtor-classes.cpy".

       WORKING-STORAGE SECTION.
       01  F-POSTING-STATUS PIC XX.
       01  F-LOANS-STATUS PIC XX.
       01  F-SCHEDULE-STATUS PIC XX.
       01  F-DEBTOR-CLASSES-STATUS PIC XX.

       01  SCHED-EOF-FLAG PIC X.
           88  SCHED-ENDED VALUE 'Y'.
           88  SCHED-NOT-ENDED VALUE 'N'.

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WANTED-LOAN PIC 9(6).
       01  WRITE-OFF-AMOUNT PIC 9(8)V99.
       01  ROWS-RETIRADAS PIC 9(4).

       01  GL-PROVISION-ALLOWANCE PIC X(8) VALUE "13990001".
       01  GL-LOAN-PORTFOLIO PIC X(8) VALUE "13110001".

       01  GL-CLOSED-PERIOD PIC 9(6).
       01  GL-PERIOD-STATE PIC X.
           88  GL-PERIOD-OPEN VALUE 'O'.
           88  GL-PERIOD-CLOSED VALUE 'C'.

       01  WS-AMOUNT-EDIT PIC Z(7)9.99.

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "LOAN-WRITE-OFF".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       LINKAGE SECTION.
       01  LS-LOAN-ID PIC 9(8).
       01  LS-WRITE-OFF-RESULT PIC X.
           88  LS-WRITE-OFF-OK VALUE 'Y'.
           88  LS-WRITE-OFF-FAILED VALUE 'N'.

       PROCEDURE DIVISION USING LS-LOAN-ID LS-WRITE-OFF-RESULT.

           SET LS-WRITE-OFF-FAILED TO TRUE.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           MOVE LS-LOAN-ID TO WANTED-LOAN.

           CALL "./common/gl-period-check"
               USING WS-BUSINESS-DATE GL-CLOSED-PERIOD GL-PERIOD-STATE.

           IF GL-PERIOD-CLOSED
               DISPLAY
               "El período contable " WS-BUSINESS-DATE(1:6)
               " está cerrado, no se puede castigar el préstamo"
               GOBACK
           END-IF.

           OPEN I-O LOANS-FILE.

           IF F-LOANS-STATUS NOT = "00"
               DISPLAY "No hay préstamos registrados"
               CLOSE LOANS-FILE
               GOBACK
           END-IF.

           MOVE WANTED-LOAN TO LOAN-ID.

           READ LOANS-FILE
               KEY IS LOAN-ID
               INVALID KEY
                   DISPLAY "No existe el préstamo " WANTED-LOAN
                   CLOSE LOANS-FILE
                   GOBACK
           END-READ.

           IF NOT LOAN-ACTIVE OR LOAN-BALANCE = ZERO
               DISPLAY
               "El préstamo " WANTED-LOAN " ya no está vigente ("
               LOAN-STATUS "), no corresponde castigarlo"
               CLOSE LOANS-FILE
               GOBACK
           END-IF.

           MOVE LOAN-BALANCE TO WRITE-OFF-AMOUNT.

           SET LOAN-WRITTEN-OFF TO TRUE.
           MOVE WS-BUSINESS-DATE TO LOAN-WRITE-OFF-DATE.
           MOVE WRITE-OFF-AMOUNT TO LOAN-WRITE-OFF-AMOUNT.
           MOVE ZERO TO LOAN-RECOVERED.
           MOVE ZERO TO LOAN-BALANCE.

           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "No fue posible castigar el préstamo"
                   CLOSE LOANS-FILE
                   GOBACK
           END-REWRITE.

           CLOSE LOANS-FILE.

           PERFORM RETIRAR-CUOTAS-CASTIGADAS.

           PERFORM GRABAR-ASIENTO-CASTIGO.

           PERFORM DESCONTAR-PREVISION-CONSTITUIDA.

           MOVE WRITE-OFF-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY
           "Préstamo " WANTED-LOAN " CASTIGADO por "
           WS-AMOUNT-EDIT ", cuotas retiradas de la cobranza: "
           ROWS-RETIRADAS.

           MOVE LOAN-DNI TO WS-AUDIT-KEY.
           STRING "Préstamo: " DELIMITED BY SIZE
               WANTED-LOAN DELIMITED BY SIZE
               " Estado: Vigente" DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           STRING "Castigado: " DELIMITED BY SIZE
               WRITE-OFF-AMOUNT DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

           SET LS-WRITE-OFF-OK TO TRUE.

           GOBACK.

       RETIRAR-CUOTAS-CASTIGADAS.
           MOVE ZERO TO ROWS-RETIRADAS.
           SET SCHED-NOT-ENDED TO TRUE.

           OPEN I-O LOAN-SCHEDULE-FILE.

           MOVE WANTED-LOAN TO LSCH-LOAN-ID.
           MOVE ZERO TO LSCH-INSTALLMENT-NO.

           START LOAN-SCHEDULE-FILE
               KEY IS GREATER THAN OR EQUAL TO LSCH-KEY
               INVALID KEY
                   SET SCHED-ENDED TO TRUE
           END-START.

           PERFORM UNTIL SCHED-ENDED
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       SET SCHED-ENDED TO TRUE
                   NOT AT END
                       IF LSCH-LOAN-ID NOT = WANTED-LOAN
                           SET SCHED-ENDED TO TRUE
                       ELSE
                           IF LSCH-PENDING OR LSCH-MISSED
                               SET LSCH-WRITTEN-OFF-OUT TO TRUE
                               REWRITE LOAN-SCHEDULE-RECORD
                                   INVALID KEY
                                       DISPLAY
                                       "ATENCIÓN: no se pudo retirar "
                                       "la cuota " LSCH-INSTALLMENT-NO
                                   NOT INVALID KEY
                                       ADD 1 TO ROWS-RETIRADAS
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAN-SCHEDULE-FILE.

       GRABAR-ASIENTO-CASTIGO.
           OPEN EXTEND GL-POSTING-FILE.
           IF F-POSTING-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF.

           SET GLP-ES-CABECERA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE WS-BUSINESS-DATE TO GLP-FECHA.
           MOVE 2 TO GLP-CANT-LINEAS.
           MOVE WRITE-OFF-AMOUNT TO GLP-HASH-TOTAL.
           WRITE GL-POSTING-RECORD.

           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE GL-PROVISION-ALLOWANCE TO GLP-CUENTA-GL.
           MOVE 'D' TO GLP-DEBE-HABER.
           MOVE WRITE-OFF-AMOUNT TO GLP-IMPORTE.
           MOVE "CAST" TO GLP-CONCEPTO.
           WRITE GL-POSTING-RECORD.

           SET GLP-ES-LINEA TO TRUE.
           MOVE SPACES TO GLP-DATOS.
           MOVE GL-LOAN-PORTFOLIO TO GLP-CUENTA-GL.
           MOVE 'H' TO GLP-DEBE-HABER.
           MOVE WRITE-OFF-AMOUNT TO GLP-IMPORTE.
           MOVE "CAST" TO GLP-CONCEPTO.
           WRITE GL-POSTING-RECORD.

           CLOSE GL-POSTING-FILE.

       DESCONTAR-PREVISION-CONSTITUIDA.
           OPEN I-O DEBTOR-CLASSES-FILE.

           IF F-DEBTOR-CLASSES-STATUS NOT = "00"
               CLOSE DEBTOR-CLASSES-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LOAN-DNI TO DCL-DNI.

           READ DEBTOR-CLASSES-FILE
               KEY IS DCL-DNI
               INVALID KEY
                   CLOSE DEBTOR-CLASSES-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF DCL-PROVISION > WRITE-OFF-AMOUNT
               SUBTRACT WRITE-OFF-AMOUNT FROM DCL-PROVISION
           ELSE
               MOVE ZERO TO DCL-PROVISION
           END-IF.

           IF DCL-LOAN-BALANCE > WRITE-OFF-AMOUNT
               SUBTRACT WRITE-OFF-AMOUNT FROM DCL-LOAN-BALANCE
           ELSE
               MOVE ZERO TO DCL-LOAN-BALANCE
           END-IF.

           REWRITE DEBTOR-CLASS-RECORD
               INVALID KEY
                   DISPLAY
                   "ATENCIÓN: no fue posible descontar la previsión "
                   "del deudor"
           END-REWRITE.

           CLOSE DEBTOR-CLASSES-FILE.

       END PROGRAM loan-write-off.
