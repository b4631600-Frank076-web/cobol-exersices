       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl-period-check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL GL-PERIOD-CONTROL-FILE
       ASSIGN TO "gl-period.ctl"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS F-PERIOD-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-PERIOD-CONTROL-FILE.
       01  GL-PERIOD-CONTROL-RECORD.
           05  GPC-CLOSED-PERIOD PIC 9(6).
           05  GPC-CLOSED-DATE PIC 9(8).
           05  GPC-CLOSED-BY PIC X(30).
           05  GPC-LAST-CLOSED-YEAR PIC 9(4).

       WORKING-STORAGE SECTION.
       01  F-PERIOD-CTL-STATUS PIC XX.

       LINKAGE SECTION.
       01  LS-POSTING-DATE PIC 9(8).
       01  LS-CLOSED-PERIOD PIC 9(6).
       01  LS-PERIOD-STATE PIC X.
           88  LS-PERIOD-OPEN VALUE 'O'.
           88  LS-PERIOD-CLOSED VALUE 'C'.

       PROCEDURE DIVISION USING LS-POSTING-DATE LS-CLOSED-PERIOD
           LS-PERIOD-STATE.

           MOVE ZERO TO LS-CLOSED-PERIOD.
           SET LS-PERIOD-OPEN TO TRUE.

           OPEN INPUT GL-PERIOD-CONTROL-FILE.

           IF F-PERIOD-CTL-STATUS = "00"
               READ GL-PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GPC-CLOSED-PERIOD TO LS-CLOSED-PERIOD
               END-READ
           END-IF.

           CLOSE GL-PERIOD-CONTROL-FILE.

           IF LS-POSTING-DATE(1:6) <= LS-CLOSED-PERIOD
               SET LS-PERIOD-CLOSED TO TRUE
           END-IF.

           GOBACK.

       END PROGRAM gl-period-check.
