       RECORD KEY IS UA-NOMBRE-USUARIO
       FILE STATUS IS F-USUARIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-CONTROL-FILE.
           05  PU-USUARIO PIC X(30).
           05  PU-TIPO-USUARIO PIC X.

       WORKING-STORAGE SECTION.
       01  F-STATUS PIC 99.
       01  F-BATCH-STATUS PIC XX.
       01  F-SERVICE-STATUS PIC XX.
       01  F-SESSION-USER-STATUS PIC XX.
       01  F-USUARIOS-STATUS PIC XX.

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "OPTION-DENIED".
       01  WS-AUDIT-KEY PIC X(8).
       01  LOGIN-RESULTADO-FLAG PIC X VALUE 'N'.
           88  LOGIN-EXITOSO VALUE 'Y'.

       01  REGISTRO-SESION-MODO PIC X.
       01  REGISTRO-SESION-RESULTADO PIC X.
           88  SESION-VIGENTE VALUE 'Y'.
           88  SESION-RECHAZADA VALUE 'N'.
           88  SESION-VENCIDA VALUE 'X'.
           88  SESION-FORZADA VALUE 'F'.

       01  TIPO-USUARIO-ACTUAL PIC X VALUE 'A'.
           88  ROL-ADMIN VALUE 'A'.
           88  ROL-EDITOR VALUE 'E'.
           88  REASON-CODES-ADMIN VALUE 58.
           88  ACCOUNT-SIGNERS VALUE 59.
           88  CLOSE-ACCOUNT VALUE 60.
           88  CHEQUE-DEPOSIT VALUE 61.
           88  BILL-PAYMENT VALUE 62.
           88  BILLER-ADMIN VALUE 63.
           88  CREDIT-CARDS VALUE 64.
           88  SWEEP-ARRANGEMENTS VALUE 65.
           88  LOAN-WRITE-OFFS VALUE 66.
           88  COLLECTIONS-WORKLIST VALUE 67.
           88  ECONOMIC-GROUPS VALUE 68.
           88  KYC-REVIEWS VALUE 69.
           88  DC-TAX-EXEMPTIONS VALUE 70.
           88  SAFE-DEPOSIT-BOXES VALUE 71.
           88  TREASURY-FX-DEALS VALUE 72.
           88  COMPLAINT-REGISTER VALUE 73.
           88  SESSION-ADMIN VALUE 74.
           88  ACCESS-RECERTIFICATION VALUE 75.
           88  EXCEPTIONS-WORKLIST VALUE 76.
           88  OUTBOUND-RESEND VALUE 77.
           88  PARAM-CHANGES VALUE 78.
           88  MARKETING-CONSENTS VALUE 79.
           88  MARKETING-CAMPAIGNS VALUE 80.
           88  CLOSE-PROGRAM VALUE 10.

       PROCEDURE DIVISION.
           PERFORM GRABAR-USUARIO-SESION.

           IF INTERACTIVE-MODE
               PERFORM REGISTRAR-SESION-ACTIVA
               CALL "./drawer/open-drawer"
           END-IF.


           IF BATCH-MODE
               CLOSE BATCH-CONTROL-FILE
           ELSE
               MOVE 'O' TO REGISTRO-SESION-MODO
               CALL "./common/session-registry"
                   USING REGISTRO-SESION-MODO NOMBRE-USUARIO-SESION
                   ID-SESION SUCURSAL-SESION REGISTRO-SESION-RESULTADO
           END-IF.

           STOP RUN.

           MOVE NOMBRE-USUARIO-LOGIN TO NOMBRE-USUARIO-SESION.

       REGISTRAR-SESION-ACTIVA.
           MOVE 'I' TO REGISTRO-SESION-MODO.

           CALL "./common/session-registry"
               USING REGISTRO-SESION-MODO NOMBRE-USUARIO-SESION
               ID-SESION SUCURSAL-SESION REGISTRO-SESION-RESULTADO.

           IF SESION-RECHAZADA
               DISPLAY "No fue posible iniciar sesión. Cerrando."
               STOP RUN
           END-IF.

       VERIFICAR-SESION-ACTIVA.
           MOVE 'T' TO REGISTRO-SESION-MODO.

           CALL "./common/session-registry"
               USING REGISTRO-SESION-MODO NOMBRE-USUARIO-SESION
               ID-SESION SUCURSAL-SESION REGISTRO-SESION-RESULTADO.

           IF SESION-VENCIDA
               DISPLAY "Sesión finalizada por inactividad. "
                   "Vuelva a ingresar."
               STOP RUN
           END-IF.

           IF SESION-FORZADA
               DISPLAY "Sesión finalizada por un administrador."
               STOP RUN
           END-IF.

       IDENTIFICAR-SESION.
           OPEN INPUT PERFIL-USUARIO.
           IF F-PERFIL-STATUS = "00"
           ELSE
               PERFORM SHOW-MENU-SCREEN
               ACCEPT MENU-OPTION
               PERFORM VERIFICAR-SESION-ACTIVA
           END-IF.

           PERFORM VERIFICAR-PERMISO-OPCION.
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       VERIFICAR-PERMISO-OPCION.
           CALL "./common/option-permission"
               USING TIPO-USUARIO-ACTUAL MENU-OPTION
               OPCION-PERMITIDA-FLAG.

       READ-BATCH-OPTION.
           READ BATCH-CONTROL-FILE
           DISPLAY "* MOTIVOS (58)         *".
           DISPLAY "* FIRMANTES (59)       *".
           DISPLAY "* CIERRE DE CUENTA (60)*".
           DISPLAY "* DEPOSITO CHEQUES (61)*".
           DISPLAY "* PAGO SERVICIOS (62)  *".
           DISPLAY "* EMPRESAS SERV. (63)  *".
           DISPLAY "* TARJ. CREDITO (64)   *".
           DISPLAY "* BARRIDOS (65)        *".
           DISPLAY "* CASTIGOS (66)        *".
           DISPLAY "* COBRANZAS (67)       *".
           DISPLAY "* GRUPOS ECON. (68)    *".
           DISPLAY "* REVISIONES KYC (69)  *".
           DISPLAY "* EXENC. LEY 25413 (70)*".
           DISPLAY "* CAJAS SEGURIDAD (71) *".
           DISPLAY "* MESA DE DINERO (72)  *".
           DISPLAY "* RECLAMOS (73)        *".
           DISPLAY "* SESIONES (74)        *".
           DISPLAY "* RECERTIFICACION (75) *".
           DISPLAY "* EXCEPCIONES (76)     *".
           DISPLAY "* ENVIOS (77)          *".
           DISPLAY "* PARAMETROS (78)      *".
           DISPLAY "* CONSENTIMIENTOS (79) *".
           DISPLAY "* CAMPANIAS (80)       *".
           DISPLAY "* SALIR (10)           *".
           DISPLAY "************************".

                   DISPLAY SPACE
                   CALL "./closure/close-account"
                   DISPLAY SPACE
               WHEN CHEQUE-DEPOSIT
                   DISPLAY SPACE
                   CALL "./cheques/cheque-deposit"
                   DISPLAY SPACE
               WHEN BILL-PAYMENT
                   DISPLAY SPACE
                   CALL "./payment/bill-payment"
                   DISPLAY SPACE
               WHEN BILLER-ADMIN
                   DISPLAY SPACE
                   CALL "./admin/biller-admin"
                   DISPLAY SPACE
               WHEN CREDIT-CARDS
                   DISPLAY SPACE
                   CALL "./cards/credit-cards"
                   DISPLAY SPACE
               WHEN SWEEP-ARRANGEMENTS
                   DISPLAY SPACE
                   CALL "./transfer/sweep-arrangements"
                   DISPLAY SPACE
               WHEN LOAN-WRITE-OFFS
                   DISPLAY SPACE
                   CALL "./loans/loan-write-offs"
                   DISPLAY SPACE
               WHEN COLLECTIONS-WORKLIST
                   DISPLAY SPACE
                   CALL "./collections/collections-worklist"
                   DISPLAY SPACE
               WHEN ECONOMIC-GROUPS
                   DISPLAY SPACE
                   CALL "./groups/economic-groups"
                   DISPLAY SPACE
               WHEN KYC-REVIEWS
                   DISPLAY SPACE
                   CALL "./compliance/kyc-review"
                   DISPLAY SPACE
               WHEN DC-TAX-EXEMPTIONS
                   DISPLAY SPACE
                   CALL "./admin/dc-tax-exemptions"
                   DISPLAY SPACE
               WHEN SAFE-DEPOSIT-BOXES
                   DISPLAY SPACE
                   CALL "./safe-boxes/safe-deposit-boxes"
                   DISPLAY SPACE
               WHEN TREASURY-FX-DEALS
                   DISPLAY SPACE
                   CALL "./fx/fx-treasury-deals"
                   DISPLAY SPACE
               WHEN COMPLAINT-REGISTER
                   DISPLAY SPACE
                   CALL "./complaints/complaint-register"
                   DISPLAY SPACE
               WHEN SESSION-ADMIN
                   DISPLAY SPACE
                   CALL "./admin/session-admin"
                   DISPLAY SPACE
               WHEN ACCESS-RECERTIFICATION
                   DISPLAY SPACE
                   CALL "./admin/access-recertification"
                   DISPLAY SPACE
               WHEN EXCEPTIONS-WORKLIST
                   DISPLAY SPACE
                   CALL "./exceptions/exception-worklist"
                   DISPLAY SPACE
               WHEN OUTBOUND-RESEND
                   DISPLAY SPACE
                   CALL "./outbound/outbound-resend"
                   DISPLAY SPACE
               WHEN PARAM-CHANGES
                   DISPLAY SPACE
                   CALL "./admin/param-changes"
                   DISPLAY SPACE
               WHEN MARKETING-CONSENTS
                   DISPLAY SPACE
                   CALL "./marketing/marketing-consents"
                   DISPLAY SPACE
               WHEN MARKETING-CAMPAIGNS
                   DISPLAY SPACE
                   CALL "./marketing/campaigns"
                   DISPLAY SPACE
               WHEN CLOSE-PROGRAM
                   DISPLAY SPACE
                   DISPLAY "Cerrando..."
