       IDENTIFICATION DIVISION.
       PROGRAM-ID. uva-index.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-uva-index.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-uva-index.cpy".

       WORKING-STORAGE SECTION.
       01  F-UVA-STATUS PIC XX.

       LINKAGE SECTION.
       01  LS-UVA-DATE PIC 9(8).
       01  LS-UVA-VALUE PIC 9(6)V99.
       01  LS-UVA-FOUND PIC X.
           88  LS-UVA-OK VALUE 'Y'.
           88  LS-UVA-MISSING VALUE 'N'.

       PROCEDURE DIVISION
           USING LS-UVA-DATE LS-UVA-VALUE LS-UVA-FOUND.

           SET LS-UVA-MISSING TO TRUE.
           MOVE ZERO TO LS-UVA-VALUE.

           OPEN INPUT UVA-INDEX-FILE.

           IF F-UVA-STATUS = "00"
               MOVE LS-UVA-DATE TO UVA-DATE
               READ UVA-INDEX-FILE
                   KEY IS UVA-DATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UVA-VALUE TO LS-UVA-VALUE
                       SET LS-UVA-OK TO TRUE
               END-READ
           END-IF.

           CLOSE UVA-INDEX-FILE.

           GOBACK.

       END PROGRAM uva-index.
