       01  F-JOURNAL-STATUS PIC XX.

       01  WS-SESSION-USER PIC X(30).
       01  WS-SUMMARY-TARGET PIC X VALUE 'L'.
       01  WS-NEW-BALANCE PIC S9(8)V99.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.
       01  WS-REASON-CODE PIC X(4).
       01  WS-MEMO PIC X(40).

       01  MOV-ACCOUNT-KEY PIC 9(8).
       01  MOV-POST-TYPE PIC X.
       01  MOV-AMOUNT PIC 9(8)V99.
       01  MOV-DELTA PIC S9(8)V99.
       01  MOV-REF-DATE PIC 9(8).
       01  MOV-REF-SEQ PIC 9(4).
       01  MOV-RECEIPT PIC 9(8).
       01  MOV-LEDGER-SEQ PIC 9(4).

       01  IMPUTACION-ESTADO PIC X.
           88  IMPUTACION-OK VALUE 'Y'.
           88  IMPUTACION-FALLIDA VALUE 'N'.

       01  WS-FLAG-MODE PIC X.
       01  WS-NO-ACCOUNT PIC 9(8) VALUE ZERO.
       01  WS-OWN-RESULT PIC X.
       01  WS-TAX-AMOUNT PIC 9(8)V99.

       01  IMPUESTO-PREVIO-CUENTA PIC 9(8) VALUE ZERO.
       01  IMPUESTO-PREVIO-FECHA PIC 9(8) VALUE ZERO.
       01  IMPUESTO-PREVIO-SECUENCIA PIC 9(4) VALUE ZERO.
       01  IMPUESTO-PREVIO-IMPORTE PIC 9(8)V99 VALUE ZERO.
       01  IMPUESTO-PREVIO-BASE PIC 9(8)V99 VALUE ZERO.
       01  IMPUESTO-PREVIO-COMPROBANTE PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-ACCOUNT-KEY PIC 9(8).
       01  LS-POST-TYPE PIC X.
           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/next-receipt" USING LS-RECEIPT.

           MOVE LS-ACCOUNT-KEY TO MOV-ACCOUNT-KEY.
           MOVE LS-POST-TYPE TO MOV-POST-TYPE.
           MOVE LS-AMOUNT TO MOV-AMOUNT.
           MOVE LS-DELTA TO MOV-DELTA.
           MOVE LS-REF-DATE TO MOV-REF-DATE.
           MOVE LS-REF-SEQ TO MOV-REF-SEQ.
           MOVE LS-RECEIPT TO MOV-RECEIPT.

           PERFORM APLICAR-IMPUTACION.

           IF IMPUTACION-FALLIDA
               GOBACK
           END-IF.

           SET LS-POST-OK TO TRUE.

           IF LS-POST-TYPE = 'R'
               PERFORM REVERTIR-IMPUESTO-DEB-CRED
           ELSE
               MOVE ZERO TO IMPUESTO-PREVIO-CUENTA
               PERFORM IMPUTAR-IMPUESTO-DEB-CRED
           END-IF.

           IF LS-POST-TYPE = 'D' AND LS-DELTA > ZERO
               CALL "./common/garnishment-capture"
                   USING LS-ACCOUNT-KEY LS-AMOUNT
           END-IF.

           CALL "./common/velocity-check"
               USING LS-ACCOUNT-KEY LS-POST-TYPE LS-AMOUNT.

           GOBACK.

       APLICAR-IMPUTACION.
           SET IMPUTACION-FALLIDA TO TRUE.

           OPEN I-O ACCOUNTS-FILE.

           SET REWRITE-DESACTUALIZADO TO TRUE.
           IF NOT REWRITE-APLICADO
               DISPLAY
               "No fue posible actualizar el saldo de la cuenta "
               MOV-ACCOUNT-KEY ", imputación rechazada"
               PERFORM LIMPIAR-INTENCION
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRABAR-FILA-MAYOR.

           IF LEDGER-ROW-PENDING
               PERFORM DESHACER-SALDO
               EXIT PARAGRAPH
           END-IF.

           PERFORM LIMPIAR-INTENCION.

           CALL "./common/activity-summary"
               USING MOV-ACCOUNT-KEY WS-BUSINESS-DATE MOV-POST-TYPE
               MOV-AMOUNT WS-SUMMARY-TARGET.

           SET IMPUTACION-OK TO TRUE.

       IMPUTAR-IMPUESTO-DEB-CRED.
           MOVE 'G' TO WS-FLAG-MODE.
           CALL "./common/own-transfer-flag"
               USING WS-FLAG-MODE MOV-ACCOUNT-KEY WS-NO-ACCOUNT
               WS-OWN-RESULT.

           CALL "./common/debit-credit-tax"
               USING MOV-ACCOUNT-KEY MOV-POST-TYPE MOV-AMOUNT
               MOV-DELTA WS-OWN-RESULT WS-TAX-AMOUNT.

           IF WS-TAX-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'T' TO MOV-POST-TYPE.
           MOVE WS-TAX-AMOUNT TO MOV-AMOUNT.
           COMPUTE MOV-DELTA = ZERO - WS-TAX-AMOUNT.
           MOVE WS-BUSINESS-DATE TO MOV-REF-DATE.
           MOVE MOV-LEDGER-SEQ TO MOV-REF-SEQ.

           CALL "./common/next-receipt" USING MOV-RECEIPT.

           MOVE 'S' TO WS-REASON-MODE.
           MOVE "IDCB" TO WS-REASON-CODE.
           MOVE SPACES TO WS-MEMO.
           STRING "Ley 25.413 s/comprobante " DELIMITED BY SIZE
               LS-RECEIPT DELIMITED BY SIZE
               INTO WS-MEMO.
           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

           PERFORM APLICAR-IMPUTACION.

           IF IMPUTACION-FALLIDA
               DISPLAY
               "No fue posible debitar el impuesto a los débitos y "
               "créditos del comprobante " LS-RECEIPT
               EXIT PARAGRAPH
           END-IF.

           IF LS-DELTA < ZERO
               MOVE LS-ACCOUNT-KEY TO IMPUESTO-PREVIO-CUENTA
               MOVE WS-BUSINESS-DATE TO IMPUESTO-PREVIO-FECHA
               MOVE MOV-LEDGER-SEQ TO IMPUESTO-PREVIO-SECUENCIA
               MOVE WS-TAX-AMOUNT TO IMPUESTO-PREVIO-IMPORTE
               MOVE LS-AMOUNT TO IMPUESTO-PREVIO-BASE
               MOVE LS-RECEIPT TO IMPUESTO-PREVIO-COMPROBANTE
           END-IF.

       REVERTIR-IMPUESTO-DEB-CRED.
           IF IMPUESTO-PREVIO-CUENTA = ZERO
               OR IMPUESTO-PREVIO-CUENTA NOT = LS-ACCOUNT-KEY
               OR IMPUESTO-PREVIO-BASE NOT = LS-AMOUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'R' TO MOV-POST-TYPE.
           MOVE IMPUESTO-PREVIO-IMPORTE TO MOV-AMOUNT.
           MOVE IMPUESTO-PREVIO-IMPORTE TO MOV-DELTA.
           MOVE IMPUESTO-PREVIO-FECHA TO MOV-REF-DATE.
           MOVE IMPUESTO-PREVIO-SECUENCIA TO MOV-REF-SEQ.

           CALL "./common/next-receipt" USING MOV-RECEIPT.

           MOVE 'S' TO WS-REASON-MODE.
           MOVE "IDCB" TO WS-REASON-CODE.
           MOVE SPACES TO WS-MEMO.
           STRING "Rev. Ley 25.413 s/comprobante " DELIMITED BY SIZE
               IMPUESTO-PREVIO-COMPROBANTE DELIMITED BY SIZE
               INTO WS-MEMO.
           CALL "./common/posting-reason"
               USING WS-REASON-MODE WS-REASON-CODE WS-MEMO.

           PERFORM APLICAR-IMPUTACION.

           IF IMPUTACION-FALLIDA
               DISPLAY
               "No fue posible devolver el impuesto a los débitos y "
               "créditos del comprobante "
               IMPUESTO-PREVIO-COMPROBANTE
               EXIT PARAGRAPH
           END-IF.

           PERFORM MARCAR-IMPUESTO-REVERTIDO.

           MOVE ZERO TO IMPUESTO-PREVIO-CUENTA.

       MARCAR-IMPUESTO-REVERTIDO.
           OPEN I-O TRANSACTIONS-FILE.

           MOVE IMPUESTO-PREVIO-CUENTA TO TRANS-ACCOUNT-KEY.
           MOVE IMPUESTO-PREVIO-FECHA TO TRANS-DATE.
           MOVE IMPUESTO-PREVIO-SECUENCIA TO TRANS-SEQ.

           READ TRANSACTIONS-FILE
               KEY IS TRANS-LEDGER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRANS-WAS-REVERSED TO TRUE
                   REWRITE TRANSACTION-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

           CLOSE TRANSACTIONS-FILE.

       APLICAR-SALDO-PROTEGIDO.
           SET REWRITE-DESACTUALIZADO TO TRUE.

           MOVE MOV-ACCOUNT-KEY TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   DISPLAY
                   "La cuenta " MOV-ACCOUNT-KEY
                   " no existe, imputación rechazada"
                   SET REWRITE-FALLIDO TO TRUE
                   EXIT PARAGRAPH

           MOVE ACCOUNT-RECORD TO WS-REGISTRO-LEIDO.

           COMPUTE WS-NEW-BALANCE = ACCOUNT-BILL + MOV-DELTA.

           PERFORM GRABAR-INTENCION.

       DESHACER-SALDO.
           OPEN I-O ACCOUNTS-FILE.

           MOVE MOV-ACCOUNT-KEY TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY

       AVISAR-RECUPERACION.
           DISPLAY
           "ATENCIÓN: la imputación del comprobante " MOV-RECEIPT
           " quedó incompleta, ejecute el control de "
           "imputaciones interrumpidas antes de seguir operando".

       GRABAR-INTENCION.
           OPEN I-O POSTING-JOURNAL-FILE.

           MOVE MOV-RECEIPT TO PJ-RECEIPT.
           SET PJ-PENDING TO TRUE.
           MOVE MOV-ACCOUNT-KEY TO PJ-ACCOUNT-KEY.
           MOVE MOV-POST-TYPE TO PJ-POST-TYPE.
           MOVE MOV-AMOUNT TO PJ-AMOUNT.
           MOVE ACCOUNT-BILL TO PJ-PRE-BALANCE.
           MOVE WS-NEW-BALANCE TO PJ-POST-BALANCE.
           MOVE WS-BUSINESS-DATE TO PJ-DATE.
       LIMPIAR-INTENCION.
           OPEN I-O POSTING-JOURNAL-FILE.

           MOVE MOV-RECEIPT TO PJ-RECEIPT.

           READ POSTING-JOURNAL-FILE
               KEY IS PJ-RECEIPT
       GRABAR-FILA-MAYOR.
           OPEN I-O TRANSACTIONS-FILE.

           MOVE MOV-ACCOUNT-KEY TO TRANS-ACCOUNT-KEY.
           MOVE MOV-POST-TYPE TO TRANS-TYPE.
           MOVE MOV-AMOUNT TO TRANS-AMOUNT.
           MOVE WS-BUSINESS-DATE TO TRANS-DATE.
           MOVE WS-NEW-BALANCE TO TRANS-BALANCE.
           MOVE WS-SESSION-USER TO TRANS-USER.
           MOVE SPACE TO TRANS-REVERSED.
           MOVE MOV-REF-DATE TO TRANS-REF-DATE.
           MOVE MOV-REF-SEQ TO TRANS-REF-SEQ.
           MOVE MOV-RECEIPT TO TRANS-RECEIPT.

           MOVE 'G' TO WS-REASON-MODE.
           CALL "./common/posting-reason"
               END-WRITE
           END-PERFORM.

           MOVE TRANS-SEQ TO MOV-LEDGER-SEQ.

           CLOSE TRANSACTIONS-FILE.

           IF LEDGER-ROW-PENDING
