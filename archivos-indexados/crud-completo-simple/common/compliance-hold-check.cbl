       IDENTIFICATION DIVISION.
       PROGRAM-ID. compliance-hold-check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-compliance-holds.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-compliance-holds.cpy".

       WORKING-STORAGE SECTION.
       01  F-CHOLDS-STATUS PIC XX.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       LINKAGE SECTION.
       01  LS-ACCOUNT PIC 9(8).
       01  LS-HOLD-RESULT PIC X.
           88  LS-ON-COMPLIANCE-HOLD VALUE 'Y'.
           88  LS-NOT-ON-COMPLIANCE-HOLD VALUE 'N'.

       PROCEDURE DIVISION USING LS-ACCOUNT LS-HOLD-RESULT.

           SET LS-NOT-ON-COMPLIANCE-HOLD TO TRUE.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT COMPLIANCE-HOLDS-FILE.

           IF F-CHOLDS-STATUS NOT = "00"
               CLOSE COMPLIANCE-HOLDS-FILE
               GOBACK
           END-IF.

           MOVE LS-ACCOUNT TO CHLD-ACCOUNT.
           MOVE ZERO TO CHLD-CASE-ID.

           START COMPLIANCE-HOLDS-FILE
               KEY IS GREATER THAN OR EQUAL TO CHLD-KEY
               INVALID KEY
                   SET F-ENDED TO TRUE
           END-START.

           PERFORM UNTIL F-ENDED OR LS-ON-COMPLIANCE-HOLD
               READ COMPLIANCE-HOLDS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF CHLD-ACCOUNT NOT = LS-ACCOUNT
                           SET F-ENDED TO TRUE
                       ELSE
                           IF CHLD-ACTIVE
                               SET LS-ON-COMPLIANCE-HOLD TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE COMPLIANCE-HOLDS-FILE.

           GOBACK.

       END PROGRAM compliance-hold-check.
