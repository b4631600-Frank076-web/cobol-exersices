               88  TD-INSTR-RENEW-PRINCIPAL VALUE 'R'.
               88  TD-INSTR-RENEW-ALL VALUE 'C'.
           05  TD-PREDECESSOR PIC 9(6).
           05  TD-KIND PIC X.
               88  TD-KIND-FIXED VALUE 'F'.
               88  TD-KIND-UVA VALUE 'U'.
           05  TD-UVA-UNITS PIC 9(8)V9999.
           05  TD-UVA-START-VALUE PIC 9(6)V99.
