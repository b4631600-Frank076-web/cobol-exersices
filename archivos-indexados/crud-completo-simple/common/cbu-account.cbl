       IDENTIFICATION DIVISION.
       PROGRAM-ID. cbu-account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-own-bank.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-own-bank.cpy".

       WORKING-STORAGE SECTION.
       01  F-OWN-BANK-STATUS PIC XX.

       01  BANCO-PROPIO PIC 9(3) VALUE ZERO.
       01  PREFIJO-SUCURSAL PIC 9 VALUE ZERO.
       01  BANCO-CARGADO-FLAG PIC X VALUE 'N'.
           88  BANCO-CARGADO VALUE 'Y'.

       01  WS-CBU-DIGITS.
           05  WS-CBU-DIGIT PIC 9 OCCURS 22 TIMES.
       01  WS-CBU-TEXT REDEFINES WS-CBU-DIGITS PIC X(22).

       01  WS-BLOQUE-1.
           05  WS-B1-BANCO PIC 9(3).
           05  WS-B1-PREFIJO PIC 9.
           05  WS-B1-SUCURSAL PIC 9(3).
       01  WS-BLOQUE-2.
           05  WS-B2-CEROS PIC 9(5).
           05  WS-B2-CUENTA PIC 9(8).

       01  WS-PESOS-1.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 9.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
       01  WS-PESOS-1-R REDEFINES WS-PESOS-1.
           05  WS-PESO-1 PIC 9 OCCURS 7 TIMES.

       01  WS-PESOS-2.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 9.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 9.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 9.
           05  FILLER PIC 9 VALUE 7.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
       01  WS-PESOS-2-R REDEFINES WS-PESOS-2.
           05  WS-PESO-2 PIC 9 OCCURS 13 TIMES.

       01  WS-SUM PIC 9(4).
       01  WS-I PIC 9(2).
       01  WS-DV-1 PIC 9.
       01  WS-DV-2 PIC 9.

       LINKAGE SECTION.
       01  LS-CBU-MODE PIC X.
           88  LS-CBU-TO-ACCOUNT VALUE 'A'.
           88  LS-ACCOUNT-TO-CBU VALUE 'C'.
       01  LS-CBU PIC X(22).
       01  LS-ACCOUNT-KEY PIC 9(8).
       01  LS-BRANCH PIC 9(3).
       01  LS-CBU-RESULT PIC X.
           88  LS-CBU-OK VALUE 'Y'.
           88  LS-CBU-BAD VALUE 'N'.
           88  LS-CBU-OTHER-BANK VALUE 'E'.

       PROCEDURE DIVISION
           USING LS-CBU-MODE LS-CBU LS-ACCOUNT-KEY LS-BRANCH
           LS-CBU-RESULT.

           SET LS-CBU-BAD TO TRUE.

           IF NOT BANCO-CARGADO
               PERFORM LEER-BANCO-PROPIO
           END-IF.

           EVALUATE TRUE
               WHEN LS-CBU-TO-ACCOUNT
                   PERFORM OBTENER-CUENTA-DEL-CBU
               WHEN LS-ACCOUNT-TO-CBU
                   PERFORM ARMAR-CBU-DE-LA-CUENTA
           END-EVALUATE.

           GOBACK.

       LEER-BANCO-PROPIO.
           OPEN INPUT OWN-BANK-FILE.

           IF F-OWN-BANK-STATUS = "00"
               READ OWN-BANK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OB-BANK-CODE TO BANCO-PROPIO
                       MOVE OB-BRANCH-PREFIX TO PREFIJO-SUCURSAL
               END-READ
           END-IF.

           CLOSE OWN-BANK-FILE.

           SET BANCO-CARGADO TO TRUE.

       OBTENER-CUENTA-DEL-CBU.
           MOVE ZERO TO LS-ACCOUNT-KEY.
           MOVE ZERO TO LS-BRANCH.

           IF LS-CBU IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-CBU TO WS-CBU-TEXT.

           PERFORM CALCULAR-DIGITOS.

           IF WS-CBU-DIGIT(8) NOT = WS-DV-1
               OR WS-CBU-DIGIT(22) NOT = WS-DV-2
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CBU-TEXT(1:7) TO WS-BLOQUE-1.
           MOVE WS-CBU-TEXT(9:13) TO WS-BLOQUE-2.

           IF BANCO-PROPIO NOT = ZERO
               AND WS-B1-BANCO NOT = BANCO-PROPIO
               SET LS-CBU-OTHER-BANK TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF WS-B2-CEROS NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-B2-CUENTA TO LS-ACCOUNT-KEY.
           MOVE WS-B1-SUCURSAL TO LS-BRANCH.

           SET LS-CBU-OK TO TRUE.

       ARMAR-CBU-DE-LA-CUENTA.
           MOVE BANCO-PROPIO TO WS-B1-BANCO.
           MOVE PREFIJO-SUCURSAL TO WS-B1-PREFIJO.
           MOVE LS-BRANCH TO WS-B1-SUCURSAL.
           MOVE ZERO TO WS-B2-CEROS.
           MOVE LS-ACCOUNT-KEY TO WS-B2-CUENTA.

           MOVE ZEROS TO WS-CBU-TEXT.
           MOVE WS-BLOQUE-1 TO WS-CBU-TEXT(1:7).
           MOVE WS-BLOQUE-2 TO WS-CBU-TEXT(9:13).

           PERFORM CALCULAR-DIGITOS.

           MOVE WS-DV-1 TO WS-CBU-DIGIT(8).
           MOVE WS-DV-2 TO WS-CBU-DIGIT(22).

           MOVE WS-CBU-TEXT TO LS-CBU.

           SET LS-CBU-OK TO TRUE.

       CALCULAR-DIGITOS.
           MOVE ZERO TO WS-SUM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
               COMPUTE WS-SUM =
                   WS-SUM + WS-CBU-DIGIT(WS-I) * WS-PESO-1(WS-I)
           END-PERFORM.

           COMPUTE WS-DV-1 =
               FUNCTION MOD(10 - FUNCTION MOD(WS-SUM, 10), 10).

           MOVE ZERO TO WS-SUM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 13
               COMPUTE WS-SUM =
                   WS-SUM + WS-CBU-DIGIT(WS-I + 8) * WS-PESO-2(WS-I)
           END-PERFORM.

           COMPUTE WS-DV-2 =
               FUNCTION MOD(10 - FUNCTION MOD(WS-SUM, 10), 10).

       END PROGRAM cbu-account.
