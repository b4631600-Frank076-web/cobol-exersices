       IDENTIFICATION DIVISION.
       PROGRAM-ID. own-transfer-flag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-account.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-account.cpy".

       WORKING-STORAGE SECTION.
       01  F-ACCOUNT-STATUS PIC XX.
       01  FIRST-OWNER-DNI PIC 9(8).

       01  WS-PENDING-ACCOUNT-1 PIC 9(8) VALUE ZERO.
       01  WS-PENDING-ACCOUNT-2 PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-FLAG-MODE PIC X.
           88  LS-FLAG-MARK VALUE 'M'.
           88  LS-FLAG-GET VALUE 'G'.
           88  LS-FLAG-CLEAR VALUE 'C'.
       01  LS-ACCOUNT-1 PIC 9(8).
       01  LS-ACCOUNT-2 PIC 9(8).
       01  LS-OWN-RESULT PIC X.
           88  LS-OWN-TRANSFER VALUE 'Y'.
           88  LS-NOT-OWN-TRANSFER VALUE 'N'.

       PROCEDURE DIVISION
           USING LS-FLAG-MODE LS-ACCOUNT-1 LS-ACCOUNT-2 LS-OWN-RESULT.

           SET LS-NOT-OWN-TRANSFER TO TRUE.

           EVALUATE TRUE
               WHEN LS-FLAG-MARK
                   PERFORM MARCAR-PAR
               WHEN LS-FLAG-GET
                   PERFORM CONSUMIR-CUENTA
               WHEN LS-FLAG-CLEAR
                   MOVE ZERO TO WS-PENDING-ACCOUNT-1
                   MOVE ZERO TO WS-PENDING-ACCOUNT-2
           END-EVALUATE.

           GOBACK.

       MARCAR-PAR.
           MOVE ZERO TO WS-PENDING-ACCOUNT-1.
           MOVE ZERO TO WS-PENDING-ACCOUNT-2.

           MOVE ZERO TO FIRST-OWNER-DNI.

           OPEN INPUT ACCOUNTS-FILE.

           IF F-ACCOUNT-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-ACCOUNT-1 TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE ACCOUNT-CLIENT-DNI TO FIRST-OWNER-DNI.
           MOVE LS-ACCOUNT-2 TO ACCOUNT-KEY.

           READ ACCOUNTS-FILE
               KEY IS ACCOUNT-KEY
               INVALID KEY
                   CLOSE ACCOUNTS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE ACCOUNTS-FILE.

           IF ACCOUNT-CLIENT-DNI = FIRST-OWNER-DNI
               SET LS-OWN-TRANSFER TO TRUE
               MOVE LS-ACCOUNT-1 TO WS-PENDING-ACCOUNT-1
               MOVE LS-ACCOUNT-2 TO WS-PENDING-ACCOUNT-2
           END-IF.

       CONSUMIR-CUENTA.
           IF LS-ACCOUNT-1 = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF LS-ACCOUNT-1 = WS-PENDING-ACCOUNT-1
               SET LS-OWN-TRANSFER TO TRUE
               MOVE ZERO TO WS-PENDING-ACCOUNT-1
               EXIT PARAGRAPH
           END-IF.

           IF LS-ACCOUNT-1 = WS-PENDING-ACCOUNT-2
               SET LS-OWN-TRANSFER TO TRUE
               MOVE ZERO TO WS-PENDING-ACCOUNT-2
           END-IF.

       END PROGRAM own-transfer-flag.
