           05  VIEJO-INSTALLMENT PIC 9(8)V99.
           05  VIEJO-BALANCE PIC 9(8)V99.
           05  VIEJO-STATUS PIC X.
           05  VIEJO-ORIGIN-LOAN PIC 9(6).

       COPY "../copylib/logic-loans.cpy".

           05  PASO-INSTALLMENT PIC 9(8)V99.
           05  PASO-BALANCE PIC 9(8)V99.
           05  PASO-STATUS PIC X.
           05  PASO-ORIGIN-LOAN PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ESTADO-VIEJOS PIC XX.
           DISPLAY "Ambiente: " NOMBRE-AMBIENTE.

           DISPLAY "=== Migración de loans.idx al formato con "
           "empleador y castigo ===".

           PERFORM COPIAR-A-ARCHIVO-DE-PASO.

           MOVE PASO-INSTALLMENT TO LOAN-INSTALLMENT.
           MOVE PASO-BALANCE TO LOAN-BALANCE.
           MOVE PASO-STATUS TO LOAN-STATUS.
           MOVE PASO-ORIGIN-LOAN TO LOAN-ORIGIN-LOAN.
           MOVE ZERO TO LOAN-EMPLOYER-CODE.
           MOVE ZERO TO LOAN-LAST-SALARY-DATE.
           MOVE ZERO TO LOAN-WRITE-OFF-DATE.
           MOVE ZERO TO LOAN-WRITE-OFF-AMOUNT.
           MOVE ZERO TO LOAN-RECOVERED.

           WRITE LOAN-RECORD
               INVALID KEY
