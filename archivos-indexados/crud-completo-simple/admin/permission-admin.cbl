       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-permissions.cpy".
       COPY "../copylib/physic-sod-conflicts.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-permissions.cpy".
       COPY "../copylib/logic-sod-conflicts.cpy".

       WORKING-STORAGE SECTION.
       01  F-PERMISSIONS-STATUS PIC XX.
       01  F-SOD-CONFLICTS-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  PA-SET VALUE 1.
           88  PA-REMOVE VALUE 2.
           88  PA-LIST VALUE 3.
           88  PA-ADD-CONFLICT VALUE 4.
           88  PA-REMOVE-CONFLICT VALUE 5.
           88  PA-LIST-CONFLICTS VALUE 6.
           88  PA-LOAD-CONFLICTS VALUE 7.
           88  PA-EXIT VALUE 8.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
       01  NEW-ALLOWED PIC X.
       01  ROWS-LISTED PIC 9(4) VALUE ZERO.

       01  CONFLICT-OPTION-A PIC 9(2).
       01  CONFLICT-OPTION-B PIC 9(2).
       01  CONFLICT-OTHER-OPTION PIC 9(2).
       01  CONFLICT-DESCRIPTION PIC X(40).
       01  CONFLICTS-FOUND PIC 9(3).
       01  CONFLICTS-LOADED PIC 9(3).

       01  OTHER-OPTION-ALLOWED PIC X.
           88  OTHER-OPTION-IS-ALLOWED VALUE 'S'.

       01  CONFIRMAR-CONFLICTO PIC X.
           88  CONFLICTO-CONFIRMADO VALUE 'S'.

       01  RECOMMENDED-CONFLICTS-VALUES.
           05  FILLER PIC X(44)
               VALUE "1130Aprobar y transferir entre cuentas      ".
           05  FILLER PIC X(44)
               VALUE "1330Aprobar y fusionar clientes             ".
           05  FILLER PIC X(44)
               VALUE "1430Aprobar y congelar o cerrar cuentas     ".
           05  FILLER PIC X(44)
               VALUE "3031Aprobar y constituir plazos fijos       ".
           05  FILLER PIC X(44)
               VALUE "3032Aprobar y otorgar prestamos             ".
           05  FILLER PIC X(44)
               VALUE "3039Aprobar y operar sucesiones             ".
           05  FILLER PIC X(44)
               VALUE "3066Aprobar y castigar prestamos            ".
           05  FILLER PIC X(44)
               VALUE "3072Aprobar y pactar operaciones de mesa    ".
           05  FILLER PIC X(44)
               VALUE "0726Administrar usuarios y editar saldos    ".
           05  FILLER PIC X(44)
               VALUE "1126Administrar usuarios y transferir       ".
           05  FILLER PIC X(44)
               VALUE "2126Administrar usuarios y reversar         ".
           05  FILLER PIC X(44)
               VALUE "2630Administrar usuarios y aprobar          ".
           05  FILLER PIC X(44)
               VALUE "0754Otorgar permisos y editar saldos        ".
           05  FILLER PIC X(44)
               VALUE "1154Otorgar permisos y transferir           ".
       01  RECOMMENDED-CONFLICTS REDEFINES RECOMMENDED-CONFLICTS-VALUES.
           05  RECOMMENDED-ENTRY OCCURS 14 TIMES.
               10  REC-OPTION-A PIC 9(2).
               10  REC-OPTION-B PIC 9(2).
               10  REC-DESCRIPTION PIC X(40).
       01  RECOMMENDED-I PIC 9(2).

       01  WS-AUDIT-OPERATION PIC X(20) VALUE "EDIT-PERMISSION".
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
           DISPLAY "Fijar permiso de rol sobre opción (1)".
           DISPLAY "Quitar fila de la matriz (2)".
           DISPLAY "Listar la matriz (3)".
           DISPLAY "Agregar par de opciones incompatibles (4)".
           DISPLAY "Quitar par de opciones incompatibles (5)".
           DISPLAY "Listar pares incompatibles (6)".
           DISPLAY "Cargar pares incompatibles recomendados (7)".
           DISPLAY "Volver (8)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
                   PERFORM REMOVE-PERMISSION
               WHEN PA-LIST
                   PERFORM LIST-PERMISSIONS
               WHEN PA-ADD-CONFLICT
                   PERFORM ADD-CONFLICT
               WHEN PA-REMOVE-CONFLICT
                   PERFORM REMOVE-CONFLICT
               WHEN PA-LIST-CONFLICTS
                   PERFORM LIST-CONFLICTS
               WHEN PA-LOAD-CONFLICTS
                   PERFORM LOAD-RECOMMENDED-CONFLICTS
               WHEN PA-EXIT
                   CONTINUE
               WHEN OTHER
           END-EVALUATE.

       SET-PERMISSION.
           MOVE ZERO TO CONFLICTS-FOUND.

           DISPLAY "Rol: Admin (A) | Editor (E) | Lector (L): ".
           ACCEPT WANTED-ROLE.

               EXIT PARAGRAPH
           END-IF.

           IF NEW-ALLOWED = 'Y'
               PERFORM CHECK-NEW-CONFLICTS
               IF CONFLICTS-FOUND > ZERO
                   DISPLAY "¿Otorga el permiso de todos modos? "
                       "(S) | (N)"
                   ACCEPT CONFIRMAR-CONFLICTO
                   IF NOT CONFLICTO-CONFIRMADO
                       DISPLAY "Permiso no grabado"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           OPEN I-O PERMISSIONS-FILE.

           MOVE WANTED-ROLE TO PERM-ROLE.
               DISPLAY "La matriz está vacía"
           END-IF.

       CHECK-NEW-CONFLICTS.
           MOVE ZERO TO CONFLICTS-FOUND.
           SET F-NOT-ENDED TO TRUE.

           OPEN INPUT SOD-CONFLICTS-FILE.

           IF F-SOD-CONFLICTS-STATUS NOT = "00"
               CLOSE SOD-CONFLICTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ SOD-CONFLICTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       PERFORM CHECK-CONFLICT-PAIR
               END-READ
           END-PERFORM.

           CLOSE SOD-CONFLICTS-FILE.

       CHECK-CONFLICT-PAIR.
           EVALUATE WANTED-OPTION
               WHEN SOD-OPTION-A
                   MOVE SOD-OPTION-B TO CONFLICT-OTHER-OPTION
               WHEN SOD-OPTION-B
                   MOVE SOD-OPTION-A TO CONFLICT-OTHER-OPTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           CALL "./common/option-permission"
               USING WANTED-ROLE CONFLICT-OTHER-OPTION
               OTHER-OPTION-ALLOWED.

           IF OTHER-OPTION-IS-ALLOWED
               ADD 1 TO CONFLICTS-FOUND
               DISPLAY "Conflicto de funciones: el rol " WANTED-ROLE
                   " ya tiene la opción " CONFLICT-OTHER-OPTION
               DISPLAY "    " SOD-DESCRIPTION
           END-IF.

       ADD-CONFLICT.
           PERFORM ACCEPT-CONFLICT-PAIR.

           IF CONFLICT-OPTION-A = ZERO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Descripción del conflicto: ".
           ACCEPT CONFLICT-DESCRIPTION.

           OPEN I-O SOD-CONFLICTS-FILE.

           MOVE CONFLICT-OPTION-A TO SOD-OPTION-A.
           MOVE CONFLICT-OPTION-B TO SOD-OPTION-B.
           MOVE CONFLICT-DESCRIPTION TO SOD-DESCRIPTION.

           WRITE SOD-CONFLICT-RECORD
               INVALID KEY
                   DISPLAY "Ese par ya está registrado"
               NOT INVALID KEY
                   DISPLAY "Par incompatible registrado"
                   MOVE "ADD-SOD-CONFLICT" TO WS-AUDIT-OPERATION
                   PERFORM LOG-CONFLICT-AUDIT
           END-WRITE.

           CLOSE SOD-CONFLICTS-FILE.

       REMOVE-CONFLICT.
           PERFORM ACCEPT-CONFLICT-PAIR.

           IF CONFLICT-OPTION-A = ZERO
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O SOD-CONFLICTS-FILE.

           MOVE CONFLICT-OPTION-A TO SOD-OPTION-A.
           MOVE CONFLICT-OPTION-B TO SOD-OPTION-B.

           READ SOD-CONFLICTS-FILE
               KEY IS SOD-KEY
               INVALID KEY
                   DISPLAY "Ese par no está registrado"
               NOT INVALID KEY
                   DELETE SOD-CONFLICTS-FILE
                       INVALID KEY
                           DISPLAY "No fue posible quitarlo"
                       NOT INVALID KEY
                           DISPLAY "Par incompatible quitado"
                           MOVE "DEL-SOD-CONFLICT"
                               TO WS-AUDIT-OPERATION
                           PERFORM LOG-CONFLICT-AUDIT
                   END-DELETE
           END-READ.

           CLOSE SOD-CONFLICTS-FILE.

       ACCEPT-CONFLICT-PAIR.
           DISPLAY "Primera opción de menú: ".
           ACCEPT CONFLICT-OPTION-A.
           DISPLAY "Segunda opción de menú: ".
           ACCEPT CONFLICT-OPTION-B.

           IF CONFLICT-OPTION-A = ZERO OR CONFLICT-OPTION-B = ZERO
               OR CONFLICT-OPTION-A = CONFLICT-OPTION-B
               DISPLAY "Par inválido: indique dos opciones distintas"
               MOVE ZERO TO CONFLICT-OPTION-A
               EXIT PARAGRAPH
           END-IF.

           IF CONFLICT-OPTION-A > CONFLICT-OPTION-B
               MOVE CONFLICT-OPTION-A TO CONFLICT-OTHER-OPTION
               MOVE CONFLICT-OPTION-B TO CONFLICT-OPTION-A
               MOVE CONFLICT-OTHER-OPTION TO CONFLICT-OPTION-B
           END-IF.

       LIST-CONFLICTS.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.

           OPEN INPUT SOD-CONFLICTS-FILE.

           IF F-SOD-CONFLICTS-STATUS NOT = "00"
               DISPLAY "No hay pares incompatibles registrados"
               CLOSE SOD-CONFLICTS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL F-ENDED
               READ SOD-CONFLICTS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       DISPLAY "Opciones " SOD-OPTION-A " y "
                           SOD-OPTION-B ": " SOD-DESCRIPTION
                       ADD 1 TO ROWS-LISTED
               END-READ
           END-PERFORM.

           CLOSE SOD-CONFLICTS-FILE.

           IF ROWS-LISTED = ZERO
               DISPLAY "No hay pares incompatibles registrados"
           END-IF.

       LOAD-RECOMMENDED-CONFLICTS.
           MOVE ZERO TO CONFLICTS-LOADED.

           OPEN I-O SOD-CONFLICTS-FILE.

           PERFORM VARYING RECOMMENDED-I FROM 1 BY 1
               UNTIL RECOMMENDED-I > 14
               MOVE REC-OPTION-A(RECOMMENDED-I) TO SOD-OPTION-A
               MOVE REC-OPTION-B(RECOMMENDED-I) TO SOD-OPTION-B
               MOVE REC-DESCRIPTION(RECOMMENDED-I) TO SOD-DESCRIPTION
               WRITE SOD-CONFLICT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CONFLICTS-LOADED
                       MOVE "ADD-SOD-CONFLICT" TO WS-AUDIT-OPERATION
                       PERFORM LOG-CONFLICT-AUDIT
               END-WRITE
           END-PERFORM.

           CLOSE SOD-CONFLICTS-FILE.

           DISPLAY "Pares incompatibles agregados: " CONFLICTS-LOADED.

       LOG-CONFLICT-AUDIT.
           MOVE SPACES TO WS-AUDIT-KEY.
           STRING SOD-OPTION-A DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SOD-OPTION-B DELIMITED BY SIZE
               INTO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SOD-DESCRIPTION TO WS-AUDIT-AFTER.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

           MOVE "EDIT-PERMISSION" TO WS-AUDIT-OPERATION.

       LOG-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-KEY.
           STRING PERM-ROLE DELIMITED BY SIZE
               PERM-OPTION DELIMITED BY SIZE
               INTO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           IF CONFLICTS-FOUND > ZERO
               STRING "Permitida: " DELIMITED BY SIZE
                   PERM-ALLOWED DELIMITED BY SIZE
                   " con conflictos: " DELIMITED BY SIZE
                   CONFLICTS-FOUND DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
           ELSE
               STRING "Permitida: " DELIMITED BY SIZE
                   PERM-ALLOWED DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
           END-IF.

           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
