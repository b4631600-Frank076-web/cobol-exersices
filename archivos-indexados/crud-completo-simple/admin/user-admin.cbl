       RECORD KEY IS PU-USUARIO
       FILE STATUS IS ESTADO-PERFIL.

       COPY "../copylib/physic-offline-ceilings.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS-ARCHIVO.
           05  PU-USUARIO PIC X(30).
           05  PU-TIPO-USUARIO PIC X.

       COPY "../copylib/logic-offline-ceilings.cpy".

       WORKING-STORAGE SECTION.
       01  ESTADO-USUARIOS PIC XX.
       01  ESTADO-PERFIL PIC XX.
       01  F-OFFLINE-CEILING-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  ADMIN-CREATE VALUE 1.
           88  ADMIN-DISABLE VALUE 4.
           88  ADMIN-LIST VALUE 5.
           88  ADMIN-RESET VALUE 6.
           88  ADMIN-OFFLINE-CEILING VALUE 7.
           88  ADMIN-EXIT VALUE 8.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           DISPLAY "Dar de baja usuario (4)".
           DISPLAY "Listar usuarios (5)".
           DISPLAY "Restablecer contraseña (6)".
           DISPLAY "Tope de operación fuera de línea (7)".
           DISPLAY "Volver (8)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
                   PERFORM LIST-USERS
               WHEN ADMIN-RESET
                   PERFORM RESET-PASSWORD
               WHEN ADMIN-OFFLINE-CEILING
                   PERFORM SET-OFFLINE-CEILING
               WHEN ADMIN-EXIT
                   CONTINUE
               WHEN OTHER

           CLOSE USUARIOS-ARCHIVO.

       SET-OFFLINE-CEILING.
           DISPLAY "Nombre de usuario: ".
           ACCEPT WANTED-USER.

           OPEN INPUT USUARIOS-ARCHIVO.

           MOVE WANTED-USER TO UA-NOMBRE-USUARIO.
           READ USUARIOS-ARCHIVO
               KEY IS UA-NOMBRE-USUARIO
               INVALID KEY
                   MOVE 'N' TO UA-ACTIVO
                   MOVE SPACES TO UA-NOMBRE-USUARIO
           END-READ.

           CLOSE USUARIOS-ARCHIVO.

           IF UA-NOMBRE-USUARIO = SPACES
               DISPLAY "No existe ese usuario"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O OFFLINE-CEILINGS-FILE.

           IF F-OFFLINE-CEILING-STATUS NOT = "00"
               AND F-OFFLINE-CEILING-STATUS NOT = "05"
               DISPLAY "No fue posible abrir los topes fuera de "
                   "línea (" F-OFFLINE-CEILING-STATUS ")"
               CLOSE OFFLINE-CEILINGS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-USER TO OFC-USER.
           READ OFFLINE-CEILINGS-FILE
               KEY IS OFC-USER
               INVALID KEY
                   MOVE ZERO TO OFC-CEILING
           END-READ.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING WANTED-USER DELIMITED BY SPACE
               " tope: " DELIMITED BY SIZE
               OFC-CEILING DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.

           DISPLAY "Tope actual fuera de línea: " OFC-CEILING.
           DISPLAY "Nuevo tope por día (0 inhabilita): ".
           ACCEPT OFC-CEILING.

           MOVE WANTED-USER TO OFC-USER.
           CALL "./common/session-user" USING OFC-SET-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OFC-SET-DATE.

           WRITE OFFLINE-CEILING-RECORD
               INVALID KEY
                   REWRITE OFFLINE-CEILING-RECORD
                       INVALID KEY
                           DISPLAY
                           "No fue posible guardar el tope fuera de "
                           "línea (" F-OFFLINE-CEILING-STATUS ")"
                           CLOSE OFFLINE-CEILINGS-FILE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE.

           CLOSE OFFLINE-CEILINGS-FILE.

           DISPLAY "Tope fuera de línea actualizado".

           MOVE "OFFLINE-CEILING" TO WS-AUDIT-OPERATION.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "Tope: " DELIMITED BY SIZE
               OFC-CEILING DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER.
           PERFORM LOG-AUDIT-ENTRY.

       CALCULAR-HASH-CLAVE.
           MOVE UA-CLAVE-SALT TO HASH-RESULTADO.

