       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanctions-rescreen-run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-sanctions-list.cpy".
       COPY "../copylib/physic-sanctions-sources.cpy".
       COPY "../copylib/physic-sanctions-hits.cpy".
       COPY "../copylib/physic-watchlist.cpy".
       COPY "../copylib/physic-clients.cpy".
       COPY "../copylib/physic-holders.cpy".
       COPY "../copylib/physic-signers.cpy".
       COPY "../copylib/physic-payees.cpy".
       COPY "../copylib/physic-cases.cpy".
       COPY "../copylib/physic-case-notes.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-sanctions-list.cpy".
       COPY "../copylib/logic-sanctions-sources.cpy".
       COPY "../copylib/logic-sanctions-hits.cpy".
       COPY "../copylib/logic-watchlist.cpy".
       COPY "../copylib/logic-clients.cpy".
       COPY "../copylib/logic-holders.cpy".
       COPY "../copylib/logic-signers.cpy".
       COPY "../copylib/logic-payees.cpy".
       COPY "../copylib/logic-cases.cpy".
       COPY "../copylib/logic-case-notes.cpy".

       WORKING-STORAGE SECTION.
       01  F-SANCTIONS-STATUS PIC XX.
       01  F-SOURCES-STATUS PIC XX.
       01  F-HITS-STATUS PIC XX.
       01  F-WATCHLIST-STATUS PIC XX.
       01  F-STATUS PIC XX.
       01  F-HOLDERS-STATUS PIC XX.
       01  F-SIGNERS-STATUS PIC XX.
       01  F-PAYEES-STATUS PIC XX.
       01  F-CASES-STATUS PIC XX.
       01  F-CASE-NOTES-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  SANCTION-TABLE.
           05  ST-ENTRY OCCURS 5000 TIMES.
               10  ST-SOURCE PIC X(10).
               10  ST-ENTRY-ID PIC X(12).
               10  ST-NAME PIC X(30).
               10  ST-TOKEN-COUNT PIC 9.
               10  ST-TOKEN PIC X(15) OCCURS 6 TIMES.
       01  SANCTION-COUNT PIC 9(4) VALUE ZERO.
       01  SANCTION-I PIC 9(4).
       01  ENTRIES-SKIPPED PIC 9(6) VALUE ZERO.

       01  NORM-INPUT PIC X(30).
       01  NORM-WORK PIC X(30).
       01  NORM-CHAR PIC X.
       01  NORM-I PIC 9(2).
       01  NORM-TOKENS.
           05  NORM-TOKEN PIC X(15) OCCURS 6 TIMES.
       01  NORM-TOKEN-COUNT PIC 9.
       01  CUR-TOKEN PIC X(15).
       01  CUR-LEN PIC 9(2).

       01  PARTY-TOKENS.
           05  PARTY-TOKEN PIC X(15) OCCURS 6 TIMES.
       01  PARTY-TOKEN-COUNT PIC 9.
       01  TOKEN-I PIC 9.
       01  TOKEN-J PIC 9.
       01  TOKENS-IN-COMMON PIC 9.
       01  TOKEN-FOUND-FLAG PIC X.
           88  TOKEN-FOUND VALUE 'Y'.
           88  TOKEN-NOT-FOUND VALUE 'N'.

       01  PARTY-DNI PIC 9(8).
       01  PARTY-NAME PIC X(30).
       01  PARTY-ROLE PIC X.
       01  PARTY-CASE-DNI PIC 9(8).

       01  PARTY-MATCH-FLAG PIC X.
           88  PARTY-MATCHED VALUE 'Y'.
           88  PARTY-NOT-MATCHED VALUE 'N'.

       01  CLIENT-FLAG PIC X.
           88  PARTY-IS-CLIENT VALUE 'Y'.
           88  PARTY-NOT-CLIENT VALUE 'N'.

       01  LOOKUP-FILES-FLAGS.
           05  WATCHLIST-OPEN-FLAG PIC X.
               88  WATCHLIST-AVAILABLE VALUE 'Y'.
           05  HITS-OPEN-FLAG PIC X.
               88  HITS-AVAILABLE VALUE 'Y'.
           05  CLIENTS-OPEN-FLAG PIC X.
               88  CLIENTS-AVAILABLE VALUE 'Y'.

       01  MATCH-TYPE PIC X.
       01  MATCH-SOURCE PIC X(10).
       01  MATCH-ENTRY-ID PIC X(12).
       01  MATCH-LIST-NAME PIC X(30).

       01  HIT-TABLE.
           05  HT-ENTRY OCCURS 1000 TIMES.
               10  HT-CASE-DNI PIC 9(8).
               10  HT-PARTY-DNI PIC 9(8).
               10  HT-ROLE PIC X.
               10  HT-MATCH PIC X.
               10  HT-SOURCE PIC X(10).
               10  HT-ENTRY-ID PIC X(12).
               10  HT-PARTY-NAME PIC X(30).
               10  HT-LIST-NAME PIC X(30).
               10  HT-CASE-ID PIC 9(6).
       01  HIT-COUNT PIC 9(4) VALUE ZERO.
       01  HIT-I PIC 9(4).
       01  HIT-J PIC 9(4).
       01  HITS-SKIPPED PIC 9(6) VALUE ZERO.

       01  KNOWN-HIT-FLAG PIC X.
           88  HIT-ALREADY-KNOWN VALUE 'Y'.
           88  HIT-IS-NEW VALUE 'N'.

       01  CASE-WRITE-FLAG PIC X.
           88  CASE-ROW-WRITTEN VALUE 'Y'.
           88  CASE-ROW-PENDING VALUE 'N'.

       01  NOTE-WRITE-FLAG PIC X.
           88  NOTE-ROW-WRITTEN VALUE 'Y'.
           88  NOTE-ROW-PENDING VALUE 'N'.

       01  NEW-CASE-FLAG PIC X.
           88  CASE-IS-NEW VALUE 'Y'.
           88  CASE-IS-REUSED VALUE 'N'.

       01  WANTED-CASE-DNI PIC 9(8).
       01  FOUND-CASE-ID PIC 9(6).
       01  NEW-NOTE PIC X(60).

       01  PARTIES-SCREENED PIC 9(8) VALUE ZERO.
       01  CASES-OPENED PIC 9(6) VALUE ZERO.
       01  ACCOUNTS-HELD PIC 9(6) VALUE ZERO.

       01  WS-HOLD-MODE PIC X VALUE 'P'.
       01  WS-HOLD-ACCOUNTS PIC 9(4).

       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-SPOOL-MODE PIC X.
       01  WS-SPOOL-REPORT PIC X(20) VALUE "RESCREENING-SANCION".
       01  WS-REPORT-LINE PIC X(80).

       01  WS-JOB-NAME PIC X(30) VALUE "sanctions-rescreen-run".
       01  WS-START-STAMP PIC X(14).
       01  WS-JOB-RECORDS PIC 9(8).
       01  WS-JOB-OUTCOME PIC X(4) VALUE "OK".

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "SANCTIONS-HIT".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       01  NOMBRE-AMBIENTE PIC X(20).

       PROCEDURE DIVISION.

           CALL "./common/environment-setup" USING NOMBRE-AMBIENTE.

           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Control de la cartera contra listas de "
               "sanciones ===".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.

           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM CARGAR-LISTAS.

           DISPLAY "Entradas de listas para control por nombre: "
               SANCTION-COUNT.

           OPEN INPUT WATCHLIST-FILE.
           OPEN INPUT SANCTIONS-HITS-FILE.
           OPEN INPUT CLIENTS-FILE.

           MOVE SPACES TO LOOKUP-FILES-FLAGS.

           IF F-WATCHLIST-STATUS = "00"
               SET WATCHLIST-AVAILABLE TO TRUE
           END-IF.

           IF F-HITS-STATUS = "00"
               SET HITS-AVAILABLE TO TRUE
           END-IF.

           IF F-STATUS = "00"
               SET CLIENTS-AVAILABLE TO TRUE
           END-IF.

           PERFORM CONTROLAR-CLIENTES.
           PERFORM CONTROLAR-TITULARES.
           PERFORM CONTROLAR-FIRMANTES.
           PERFORM CONTROLAR-DESTINATARIOS.

           CLOSE CLIENTS-FILE.
           CLOSE SANCTIONS-HITS-FILE.
           CLOSE WATCHLIST-FILE.

           MOVE 'O' TO WS-SPOOL-MODE.
           MOVE SPACES TO WS-REPORT-LINE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Coincidencias nuevas con listas de sanciones al "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           PERFORM PROCESAR-COINCIDENCIAS.

           PERFORM MARCAR-LISTAS-CONTROLADAS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Partes controladas: " DELIMITED BY SIZE
               PARTIES-SCREENED DELIMITED BY SIZE
               " coincidencias nuevas: " DELIMITED BY SIZE
               HIT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Casos abiertos: " DELIMITED BY SIZE
               CASES-OPENED DELIMITED BY SIZE
               " cuentas retenidas: " DELIMITED BY SIZE
               ACCOUNTS-HELD DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE 'C' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

           IF ENTRIES-SKIPPED > ZERO OR HITS-SKIPPED > ZERO
               DISPLAY "Entradas fuera del control por tabla llena: "
                   ENTRIES-SKIPPED
               DISPLAY "Coincidencias diferidas por tabla llena: "
                   HITS-SKIPPED
               MOVE "WARN" TO WS-JOB-OUTCOME
           END-IF.

           MOVE PARTIES-SCREENED TO WS-JOB-RECORDS.
           CALL "./common/job-history"
               USING WS-JOB-NAME WS-START-STAMP WS-JOB-RECORDS
               WS-JOB-OUTCOME.

           MOVE ZERO TO RETURN-CODE.

           GOBACK.

       CARGAR-LISTAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT SANCTIONS-LIST-FILE.

           IF F-SANCTIONS-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ SANCTIONS-LIST-FILE NEXT RECORD
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           IF SANC-ACTIVE
                               MOVE SANC-SOURCE TO MATCH-SOURCE
                               MOVE SANC-ENTRY-ID TO MATCH-ENTRY-ID
                               MOVE SANC-NAME TO MATCH-LIST-NAME
                               PERFORM AGREGAR-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE SANCTIONS-LIST-FILE.

           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT WATCHLIST-FILE.

           IF F-WATCHLIST-STATUS = "00"
               PERFORM UNTIL F-ENDED
                   READ WATCHLIST-FILE NEXT RECORD
                       AT END
                           SET F-ENDED TO TRUE
                       NOT AT END
                           IF WL-FROM-MANUAL-ENTRY
                               AND WL-NAME NOT = SPACES
                               MOVE WL-LIST-SOURCE TO MATCH-SOURCE
                               MOVE WL-DNI TO MATCH-ENTRY-ID
                               MOVE WL-NAME TO MATCH-LIST-NAME
                               PERFORM AGREGAR-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE WATCHLIST-FILE.

       AGREGAR-ENTRADA.
           MOVE MATCH-LIST-NAME TO NORM-INPUT.
           PERFORM NORMALIZAR-NOMBRE.

           IF NORM-TOKEN-COUNT < 2
               EXIT PARAGRAPH
           END-IF.

           IF SANCTION-COUNT = 5000
               ADD 1 TO ENTRIES-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SANCTION-COUNT.
           MOVE MATCH-SOURCE TO ST-SOURCE(SANCTION-COUNT).
           MOVE MATCH-ENTRY-ID TO ST-ENTRY-ID(SANCTION-COUNT).
           MOVE MATCH-LIST-NAME TO ST-NAME(SANCTION-COUNT).
           MOVE NORM-TOKEN-COUNT TO ST-TOKEN-COUNT(SANCTION-COUNT).

           PERFORM VARYING TOKEN-I FROM 1 BY 1 UNTIL TOKEN-I > 6
               MOVE NORM-TOKEN(TOKEN-I)
                   TO ST-TOKEN(SANCTION-COUNT, TOKEN-I)
           END-PERFORM.

       NORMALIZAR-NOMBRE.
           MOVE NORM-INPUT TO NORM-WORK.
           MOVE SPACES TO NORM-TOKENS.
           MOVE ZERO TO NORM-TOKEN-COUNT.
           MOVE SPACES TO CUR-TOKEN.
           MOVE ZERO TO CUR-LEN.

           INSPECT NORM-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           INSPECT NORM-WORK REPLACING
               ALL "á" BY "A~" ALL "é" BY "E~" ALL "í" BY "I~"
               ALL "ó" BY "O~" ALL "ú" BY "U~" ALL "ü" BY "U~"
               ALL "Á" BY "A~" ALL "É" BY "E~" ALL "Í" BY "I~"
               ALL "Ó" BY "O~" ALL "Ú" BY "U~" ALL "Ü" BY "U~"
               ALL "ñ" BY "N~" ALL "Ñ" BY "N~".

           PERFORM VARYING NORM-I FROM 1 BY 1 UNTIL NORM-I > 30
               MOVE NORM-WORK(NORM-I:1) TO NORM-CHAR
               IF NORM-CHAR >= "A" AND NORM-CHAR <= "Z"
                   IF CUR-LEN < 15
                       ADD 1 TO CUR-LEN
                       MOVE NORM-CHAR TO CUR-TOKEN(CUR-LEN:1)
                   END-IF
               ELSE
                   IF NORM-CHAR NOT = "~"
                       PERFORM CERRAR-TOKEN
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM CERRAR-TOKEN.

       CERRAR-TOKEN.
           IF CUR-LEN >= 2 AND NORM-TOKEN-COUNT < 6
               AND CUR-TOKEN NOT = "DE" AND CUR-TOKEN NOT = "DEL"
               AND CUR-TOKEN NOT = "LA" AND CUR-TOKEN NOT = "LAS"
               AND CUR-TOKEN NOT = "LOS"
               ADD 1 TO NORM-TOKEN-COUNT
               MOVE CUR-TOKEN TO NORM-TOKEN(NORM-TOKEN-COUNT)
           END-IF.

           MOVE SPACES TO CUR-TOKEN.
           MOVE ZERO TO CUR-LEN.

       CONTROLAR-CLIENTES.
           SET F-NOT-ENDED TO TRUE.

           IF NOT CLIENTS-AVAILABLE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO CLIENT-DNI.

           START CLIENTS-FILE
               KEY IS GREATER THAN OR EQUAL TO CLIENT-DNI
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED
               READ CLIENTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE CLIENT-DNI TO PARTY-DNI
                       MOVE CLIENT-NAME TO PARTY-NAME
                       MOVE 'C' TO PARTY-ROLE
                       MOVE CLIENT-DNI TO PARTY-CASE-DNI
                       PERFORM CONTROLAR-PARTE
               END-READ
           END-PERFORM.

       CONTROLAR-TITULARES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT HOLDERS-FILE.

           IF F-HOLDERS-STATUS NOT = "00"
               CLOSE HOLDERS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ HOLDERS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE HOLDER-DNI TO PARTY-DNI
                       PERFORM VERIFICAR-SI-ES-CLIENTE
                       IF PARTY-NOT-CLIENT
                           MOVE SPACES TO PARTY-NAME
                           MOVE 'H' TO PARTY-ROLE
                           MOVE HOLDER-DNI TO PARTY-CASE-DNI
                           PERFORM CONTROLAR-PARTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLDERS-FILE.

       CONTROLAR-FIRMANTES.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT SIGNERS-FILE.

           IF F-SIGNERS-STATUS NOT = "00"
               CLOSE SIGNERS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ SIGNERS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE SIGNER-DNI TO PARTY-DNI
                       PERFORM VERIFICAR-SI-ES-CLIENTE
                       IF PARTY-NOT-CLIENT
                           MOVE SPACES TO PARTY-NAME
                           MOVE 'S' TO PARTY-ROLE
                           MOVE SIGNER-DNI TO PARTY-CASE-DNI
                           PERFORM CONTROLAR-PARTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SIGNERS-FILE.

       CONTROLAR-DESTINATARIOS.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT PAYEES-FILE.

           IF F-PAYEES-STATUS NOT = "00"
               CLOSE PAYEES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ PAYEES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF PAYEE-ACTIVE
                           MOVE PAYEE-HOLDER-DNI TO PARTY-DNI
                           MOVE PAYEE-HOLDER-NAME TO PARTY-NAME
                           MOVE 'P' TO PARTY-ROLE
                           MOVE PAYEE-DNI TO PARTY-CASE-DNI
                           PERFORM CONTROLAR-PARTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PAYEES-FILE.

       VERIFICAR-SI-ES-CLIENTE.
           SET PARTY-NOT-CLIENT TO TRUE.

           IF NOT CLIENTS-AVAILABLE
               EXIT PARAGRAPH
           END-IF.

           MOVE PARTY-DNI TO CLIENT-DNI.

           READ CLIENTS-FILE
               KEY IS CLIENT-DNI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PARTY-IS-CLIENT TO TRUE
           END-READ.

       CONTROLAR-PARTE.
           ADD 1 TO PARTIES-SCREENED.
           SET PARTY-NOT-MATCHED TO TRUE.

           IF PARTY-DNI NOT = ZERO
               PERFORM CONTROLAR-POR-DNI
           END-IF.

           IF PARTY-NOT-MATCHED AND PARTY-NAME NOT = SPACES
               PERFORM CONTROLAR-POR-NOMBRE
           END-IF.

       CONTROLAR-POR-DNI.
           IF NOT WATCHLIST-AVAILABLE
               EXIT PARAGRAPH
           END-IF.

           MOVE PARTY-DNI TO WL-DNI.

           READ WATCHLIST-FILE
               KEY IS WL-DNI
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           SET PARTY-MATCHED TO TRUE.
           MOVE 'D' TO MATCH-TYPE.
           MOVE WL-LIST-SOURCE TO MATCH-SOURCE.
           MOVE WL-ENTRY-ID TO MATCH-ENTRY-ID.
           MOVE WL-NAME TO MATCH-LIST-NAME.

           IF MATCH-LIST-NAME = SPACES
               MOVE WL-REASON TO MATCH-LIST-NAME
           END-IF.

           PERFORM REGISTRAR-COINCIDENCIA.

       CONTROLAR-POR-NOMBRE.
           MOVE PARTY-NAME TO NORM-INPUT.
           PERFORM NORMALIZAR-NOMBRE.

           IF NORM-TOKEN-COUNT < 2
               EXIT PARAGRAPH
           END-IF.

           MOVE NORM-TOKENS TO PARTY-TOKENS.
           MOVE NORM-TOKEN-COUNT TO PARTY-TOKEN-COUNT.

           PERFORM COMPARAR-CON-ENTRADA
               VARYING SANCTION-I FROM 1 BY 1
               UNTIL SANCTION-I > SANCTION-COUNT OR PARTY-MATCHED.

       COMPARAR-CON-ENTRADA.
           MOVE ZERO TO TOKENS-IN-COMMON.

           PERFORM VARYING TOKEN-I FROM 1 BY 1
               UNTIL TOKEN-I > ST-TOKEN-COUNT(SANCTION-I)
               SET TOKEN-NOT-FOUND TO TRUE
               PERFORM VARYING TOKEN-J FROM 1 BY 1
                   UNTIL TOKEN-J > PARTY-TOKEN-COUNT OR TOKEN-FOUND
                   IF PARTY-TOKEN(TOKEN-J)
                       = ST-TOKEN(SANCTION-I, TOKEN-I)
                       SET TOKEN-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF TOKEN-FOUND
                   ADD 1 TO TOKENS-IN-COMMON
               END-IF
           END-PERFORM.

           IF TOKENS-IN-COMMON < 2
               EXIT PARAGRAPH
           END-IF.

           IF TOKENS-IN-COMMON NOT = ST-TOKEN-COUNT(SANCTION-I)
               AND TOKENS-IN-COMMON NOT = PARTY-TOKEN-COUNT
               EXIT PARAGRAPH
           END-IF.

           SET PARTY-MATCHED TO TRUE.
           MOVE 'N' TO MATCH-TYPE.
           MOVE ST-SOURCE(SANCTION-I) TO MATCH-SOURCE.
           MOVE ST-ENTRY-ID(SANCTION-I) TO MATCH-ENTRY-ID.
           MOVE ST-NAME(SANCTION-I) TO MATCH-LIST-NAME.

           PERFORM REGISTRAR-COINCIDENCIA.

       REGISTRAR-COINCIDENCIA.
           SET HIT-IS-NEW TO TRUE.

           IF HITS-AVAILABLE
               MOVE PARTY-CASE-DNI TO SHIT-DNI
               MOVE MATCH-SOURCE TO SHIT-SOURCE
               MOVE MATCH-ENTRY-ID TO SHIT-ENTRY-ID
               READ SANCTIONS-HITS-FILE
                   KEY IS SHIT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HIT-ALREADY-KNOWN TO TRUE
               END-READ
           END-IF.

           PERFORM VARYING HIT-J FROM 1 BY 1
               UNTIL HIT-J > HIT-COUNT OR HIT-ALREADY-KNOWN
               IF HT-CASE-DNI(HIT-J) = PARTY-CASE-DNI
                   AND HT-SOURCE(HIT-J) = MATCH-SOURCE
                   AND HT-ENTRY-ID(HIT-J) = MATCH-ENTRY-ID
                   SET HIT-ALREADY-KNOWN TO TRUE
               END-IF
           END-PERFORM.

           IF HIT-ALREADY-KNOWN
               EXIT PARAGRAPH
           END-IF.

           IF HIT-COUNT = 1000
               ADD 1 TO HITS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO HIT-COUNT.
           MOVE PARTY-CASE-DNI TO HT-CASE-DNI(HIT-COUNT).
           MOVE PARTY-DNI TO HT-PARTY-DNI(HIT-COUNT).
           MOVE PARTY-ROLE TO HT-ROLE(HIT-COUNT).
           MOVE MATCH-TYPE TO HT-MATCH(HIT-COUNT).
           MOVE MATCH-SOURCE TO HT-SOURCE(HIT-COUNT).
           MOVE MATCH-ENTRY-ID TO HT-ENTRY-ID(HIT-COUNT).
           MOVE PARTY-NAME TO HT-PARTY-NAME(HIT-COUNT).
           MOVE MATCH-LIST-NAME TO HT-LIST-NAME(HIT-COUNT).
           MOVE ZERO TO HT-CASE-ID(HIT-COUNT).

       PROCESAR-COINCIDENCIAS.
           IF HIT-COUNT = ZERO
               MOVE "Sin coincidencias nuevas" TO WS-REPORT-LINE
               PERFORM EMITIR-LINEA
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CASES-FILE.
           OPEN I-O CASE-NOTES-FILE.
           OPEN I-O SANCTIONS-HITS-FILE.

           PERFORM PROCESAR-UNA-COINCIDENCIA
               VARYING HIT-I FROM 1 BY 1
               UNTIL HIT-I > HIT-COUNT.

           CLOSE SANCTIONS-HITS-FILE.
           CLOSE CASE-NOTES-FILE.
           CLOSE CASES-FILE.

       PROCESAR-UNA-COINCIDENCIA.
           MOVE HT-CASE-DNI(HIT-I) TO WANTED-CASE-DNI.

           PERFORM UBICAR-CASO.

           IF FOUND-CASE-ID = ZERO
               DISPLAY "No fue posible abrir el caso para el DNI "
                   WANTED-CASE-DNI
               EXIT PARAGRAPH
           END-IF.

           MOVE FOUND-CASE-ID TO HT-CASE-ID(HIT-I).

           MOVE SPACES TO NEW-NOTE.
           STRING "Coincidencia por " DELIMITED BY SIZE
               HT-MATCH(HIT-I) DELIMITED BY SIZE
               " lista " DELIMITED BY SIZE
               HT-SOURCE(HIT-I) DELIMITED BY SIZE
               " entrada " DELIMITED BY SIZE
               HT-ENTRY-ID(HIT-I) DELIMITED BY SIZE
               " rol " DELIMITED BY SIZE
               HT-ROLE(HIT-I) DELIMITED BY SIZE
               INTO NEW-NOTE.
           PERFORM GRABAR-NOTA.

           MOVE SPACES TO NEW-NOTE.
           STRING "Parte " DELIMITED BY SIZE
               HT-PARTY-DNI(HIT-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HT-PARTY-NAME(HIT-I) DELIMITED BY SIZE
               INTO NEW-NOTE.
           PERFORM GRABAR-NOTA.

           MOVE SPACES TO NEW-NOTE.
           STRING "Nombre en lista: " DELIMITED BY SIZE
               HT-LIST-NAME(HIT-I) DELIMITED BY SIZE
               INTO NEW-NOTE.
           PERFORM GRABAR-NOTA.

           MOVE ZERO TO WS-HOLD-ACCOUNTS.

           IF CASE-IS-NEW
               ADD 1 TO CASES-OPENED
               CALL "./common/compliance-hold"
                   USING WS-HOLD-MODE WANTED-CASE-DNI FOUND-CASE-ID
                   WS-HOLD-ACCOUNTS
               ADD WS-HOLD-ACCOUNTS TO ACCOUNTS-HELD
           END-IF.

           MOVE HT-CASE-DNI(HIT-I) TO SHIT-DNI.
           MOVE HT-SOURCE(HIT-I) TO SHIT-SOURCE.
           MOVE HT-ENTRY-ID(HIT-I) TO SHIT-ENTRY-ID.
           MOVE HT-ROLE(HIT-I) TO SHIT-ROLE.
           MOVE HT-MATCH(HIT-I) TO SHIT-MATCH-TYPE.
           MOVE HT-PARTY-NAME(HIT-I) TO SHIT-PARTY-NAME.
           MOVE HT-LIST-NAME(HIT-I) TO SHIT-LIST-NAME.
           MOVE FOUND-CASE-ID TO SHIT-CASE-ID.
           MOVE WS-BUSINESS-DATE TO SHIT-FOUND-DATE.

           WRITE SANCTIONS-HIT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DNI " DELIMITED BY SIZE
               HT-CASE-DNI(HIT-I) DELIMITED BY SIZE
               " rol " DELIMITED BY SIZE
               HT-ROLE(HIT-I) DELIMITED BY SIZE
               " por " DELIMITED BY SIZE
               HT-MATCH(HIT-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HT-SOURCE(HIT-I) DELIMITED BY SIZE
               " caso " DELIMITED BY SIZE
               FOUND-CASE-ID DELIMITED BY SIZE
               " cuentas ret. " DELIMITED BY SIZE
               WS-HOLD-ACCOUNTS DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM EMITIR-LINEA.

           MOVE HT-CASE-DNI(HIT-I) TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING HT-SOURCE(HIT-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HT-ENTRY-ID(HIT-I) DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Caso " DELIMITED BY SIZE
               FOUND-CASE-ID DELIMITED BY SIZE
               " cuentas retenidas " DELIMITED BY SIZE
               WS-HOLD-ACCOUNTS DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       UBICAR-CASO.
           MOVE ZERO TO FOUND-CASE-ID.
           SET CASE-IS-REUSED TO TRUE.

           PERFORM VARYING HIT-J FROM 1 BY 1
               UNTIL HIT-J >= HIT-I OR FOUND-CASE-ID NOT = ZERO
               IF HT-CASE-DNI(HIT-J) = WANTED-CASE-DNI
                   AND HT-CASE-ID(HIT-J) NOT = ZERO
                   MOVE HT-CASE-ID(HIT-J) TO FOUND-CASE-ID
               END-IF
           END-PERFORM.

           IF FOUND-CASE-ID NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-CASO-ABIERTO.

           IF FOUND-CASE-ID NOT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-CASE-DNI TO CASE-DNI.
           SET CASE-FROM-SANCTIONS TO TRUE.
           MOVE ZERO TO CASE-REF.
           SET CASE-OPEN TO TRUE.
           MOVE WS-JOB-NAME TO CASE-INVESTIGATOR.
           MOVE WS-BUSINESS-DATE TO CASE-OPENED-DATE.
           MOVE ZERO TO CASE-CLOSED-DATE.
           MOVE SPACES TO CASE-DISPOSITION.

           SET CASE-ROW-PENDING TO TRUE.
           MOVE ZERO TO CASE-ID.

           PERFORM UNTIL CASE-ROW-WRITTEN OR CASE-ID = 999999
               ADD 1 TO CASE-ID
               WRITE CASE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CASE-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           IF CASE-ROW-WRITTEN
               MOVE CASE-ID TO FOUND-CASE-ID
               SET CASE-IS-NEW TO TRUE
           END-IF.

       BUSCAR-CASO-ABIERTO.
           SET F-NOT-ENDED TO TRUE.

           MOVE ZERO TO CASE-ID.

           START CASES-FILE
               KEY IS GREATER THAN OR EQUAL TO CASE-ID
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED OR FOUND-CASE-ID NOT = ZERO
               READ CASES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CASE-DNI = WANTED-CASE-DNI
                           AND CASE-OPEN AND CASE-FROM-SANCTIONS
                           MOVE CASE-ID TO FOUND-CASE-ID
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-NOTA.
           MOVE FOUND-CASE-ID TO NOTE-CASE-ID.
           MOVE WS-BUSINESS-DATE TO NOTE-DATE.
           MOVE WS-JOB-NAME TO NOTE-USER.
           MOVE NEW-NOTE TO NOTE-TEXT.

           SET NOTE-ROW-PENDING TO TRUE.
           MOVE ZERO TO NOTE-SEQ.

           PERFORM UNTIL NOTE-ROW-WRITTEN OR NOTE-SEQ = 9999
               ADD 1 TO NOTE-SEQ
               WRITE CASE-NOTE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET NOTE-ROW-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

       MARCAR-LISTAS-CONTROLADAS.
           SET F-NOT-ENDED TO TRUE.

           OPEN I-O SANCTIONS-SOURCES-FILE.

           IF F-SOURCES-STATUS NOT = "00"
               CLOSE SANCTIONS-SOURCES-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ SANCTIONS-SOURCES-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       MOVE WS-BUSINESS-DATE TO SSRC-RESCREENED-DATE
                       REWRITE SANCTIONS-SOURCE-RECORD
                           INVALID KEY
                               DISPLAY "ATENCIÓN: no se pudo marcar "
                                   "controlada la lista " SSRC-SOURCE
                               MOVE "WARN" TO WS-JOB-OUTCOME
                       END-REWRITE
               END-READ
           END-PERFORM.

           CLOSE SANCTIONS-SOURCES-FILE.

       EMITIR-LINEA.
           DISPLAY WS-REPORT-LINE.

           MOVE 'L' TO WS-SPOOL-MODE.
           CALL "./common/report-spool"
               USING WS-SPOOL-MODE WS-SPOOL-REPORT
               WS-REPORT-LINE.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM sanctions-rescreen-run.
