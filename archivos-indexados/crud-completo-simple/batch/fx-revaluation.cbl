       01  GL-FX-ASSET-ACCOUNT PIC X(8) VALUE "13010001".
       01  GL-FX-RESULT-ACCOUNT PIC X(8) VALUE "51010001".

       01  GL-CLOSED-PERIOD PIC 9(6).
       01  GL-PERIOD-STATE PIC X.
           88  GL-PERIOD-OPEN VALUE 'O'.
           88  GL-PERIOD-CLOSED VALUE 'C'.

       01  WS-RESULT-EDIT PIC -(11)9.99.

       01  NOMBRE-AMBIENTE PIC X(20).
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           CALL "./common/gl-period-check"
               USING WS-BUSINESS-DATE GL-CLOSED-PERIOD GL-PERIOD-STATE.

           IF GL-PERIOD-CLOSED
               DISPLAY
               "El período contable " WS-BUSINESS-DATE(1:6)
               " está cerrado, no se revalúa"
               GOBACK
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-RATE-DATE.

           CALL "./common/exchange-rate"
