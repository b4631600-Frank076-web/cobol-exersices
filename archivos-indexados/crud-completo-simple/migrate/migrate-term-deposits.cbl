           05  VIEJO-START-DATE PIC 9(8).
           05  VIEJO-MATURITY-DATE PIC 9(8).
           05  VIEJO-STATUS PIC X.
           05  VIEJO-MATURITY-INSTRUCTION PIC X.
           05  VIEJO-PREDECESSOR PIC 9(6).

       COPY "../copylib/logic-term-deposits.cpy".

           05  PASO-START-DATE PIC 9(8).
           05  PASO-MATURITY-DATE PIC 9(8).
           05  PASO-STATUS PIC X.
           05  PASO-MATURITY-INSTRUCTION PIC X.
           05  PASO-PREDECESSOR PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ESTADO-VIEJOS PIC XX.
           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Migración de term-deposits.idx al formato "
           "con modalidad UVA ===".

           PERFORM COPIAR-A-ARCHIVO-DE-PASO.

           ELSE
               DISPLAY "Plazos fijos migrados: " MIGRADOS
               DISPLAY
               "Todos quedaron como plazos fijos a tasa fija, "
               "como operaba el sistema anterior"
           END-IF.

           GOBACK.
           MOVE PASO-START-DATE TO TD-START-DATE.
           MOVE PASO-MATURITY-DATE TO TD-MATURITY-DATE.
           MOVE PASO-STATUS TO TD-STATUS.
           MOVE PASO-MATURITY-INSTRUCTION
               TO TD-MATURITY-INSTRUCTION.
           MOVE PASO-PREDECESSOR TO TD-PREDECESSOR.
           SET TD-KIND-FIXED TO TRUE.
           MOVE ZERO TO TD-UVA-UNITS.
           MOVE ZERO TO TD-UVA-START-VALUE.

           WRITE TERM-DEPOSIT-RECORD
               INVALID KEY
