       IDENTIFICATION DIVISION.
       PROGRAM-ID. exception-worklist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "../copylib/physic-exceptions.cpy".

       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO "usuarios.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS UA-NOMBRE-USUARIO
       FILE STATUS IS F-USUARIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "../copylib/logic-exceptions.cpy".

       FD  USUARIOS-ARCHIVO.
       01  REGISTRO-USUARIO.
           05  UA-NOMBRE-USUARIO PIC X(30).
           05  UA-CLAVE-HASH PIC 9(10).
           05  UA-CLAVE-SALT PIC 9(4).
           05  UA-FECHA-CLAVE PIC 9(8).
           05  UA-DEBE-CAMBIAR PIC X.
           05  UA-INTENTOS-FALLIDOS PIC 9.
           05  UA-BLOQUEADO PIC X.
           05  UA-ACTIVO PIC X.
           05  UA-SUCURSAL PIC 9(3).
           05  UA-HISTORIAL-CLAVES.
               10  UA-HASH-ANTERIOR PIC 9(10) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
       01  F-EXCEPTIONS-STATUS PIC XX.
       01  F-USUARIOS-STATUS PIC XX.

       01  MENU-OPTION PIC 9.
           88  EXW-LIST VALUE 1.
           88  EXW-MINE VALUE 2.
           88  EXW-SHOW VALUE 3.
           88  EXW-ASSIGN VALUE 4.
           88  EXW-RESOLVE VALUE 5.
           88  EXW-EXIT VALUE 6.

       01  EOF-FLAG PIC X.
           88  F-ENDED VALUE 'Y'.
           88  F-NOT-ENDED VALUE 'N'.

       01  LIST-FILTER PIC X.
           88  LIST-ALL-OPEN VALUE 'T'.
           88  LIST-MINE VALUE 'M'.

       01  WANTED-EXCEPTION PIC 9(8).
       01  NEW-RESPONSIBLE PIC X(30).
       01  NEW-COMMENT PIC X(60).

       01  DAYS-OPEN PIC 9(4).
       01  DAYS-EDIT PIC ZZZ9.
       01  AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01  ROWS-LISTED PIC 9(6) VALUE ZERO.
       01  ROWS-UNASSIGNED PIC 9(6) VALUE ZERO.
       01  WS-STATE-TEXT PIC X(12).

       01  VALID-FLAG PIC X.
           88  DATA-VALID VALUE 'Y'.
           88  DATA-INVALID VALUE 'N'.

       01  WS-SESSION-USER PIC X(30).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-DAY-STATE PIC X.

       01  WS-AUDIT-OPERATION PIC X(20).
       01  WS-AUDIT-KEY PIC X(8).
       01  WS-AUDIT-BEFORE PIC X(50).
       01  WS-AUDIT-AFTER PIC X(50).

       PROCEDURE DIVISION.

           CALL "./common/session-user" USING WS-SESSION-USER.
           CALL "./common/business-date"
               USING WS-BUSINESS-DATE WS-DAY-STATE.

           PERFORM SHOW-WORKLIST-MENU UNTIL EXW-EXIT.

           GOBACK.

       SHOW-WORKLIST-MENU.
           DISPLAY "--- Excepciones de los procesos nocturnos ---".
           DISPLAY "Excepciones pendientes (1)".
           DISPLAY "Mis excepciones asignadas (2)".
           DISPLAY "Ver una excepción (3)".
           DISPLAY "Asignar / reasignar responsable (4)".
           DISPLAY "Marcar resuelta con comentario (5)".
           DISPLAY "Volver (6)".
           ACCEPT MENU-OPTION.

           EVALUATE TRUE
               WHEN EXW-LIST
                   SET LIST-ALL-OPEN TO TRUE
                   PERFORM LIST-OPEN-EXCEPTIONS
               WHEN EXW-MINE
                   SET LIST-MINE TO TRUE
                   PERFORM LIST-OPEN-EXCEPTIONS
               WHEN EXW-SHOW
                   PERFORM SHOW-EXCEPTION
               WHEN EXW-ASSIGN
                   PERFORM ASSIGN-EXCEPTION
               WHEN EXW-RESOLVE
                   PERFORM RESOLVE-EXCEPTION
               WHEN EXW-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opción inválida"
           END-EVALUATE.

       LIST-OPEN-EXCEPTIONS.
           SET F-NOT-ENDED TO TRUE.
           MOVE ZERO TO ROWS-LISTED.
           MOVE ZERO TO ROWS-UNASSIGNED.

           OPEN INPUT EXCEPTIONS-FILE.

           IF F-EXCEPTIONS-STATUS NOT = "00"
               DISPLAY "No hay excepciones registradas"
               CLOSE EXCEPTIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ID       Fuente       Cuenta          Importe "
               "Días Responsable".

           PERFORM UNTIL F-ENDED
               READ EXCEPTIONS-FILE NEXT RECORD
                   AT END
                       SET F-ENDED TO TRUE
                   NOT AT END
                       IF EXC-UNRESOLVED
                           IF LIST-ALL-OPEN
                               OR EXC-ASSIGNED-TO = WS-SESSION-USER
                               PERFORM MOSTRAR-RENGLON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXCEPTIONS-FILE.

           DISPLAY "Pendientes: " ROWS-LISTED
               " Sin asignar: " ROWS-UNASSIGNED.

       MOSTRAR-RENGLON.
           PERFORM CALCULAR-ANTIGUEDAD.

           MOVE EXC-AMOUNT TO AMOUNT-EDIT.
           MOVE DAYS-OPEN TO DAYS-EDIT.

           DISPLAY EXC-ID " " EXC-SOURCE " " EXC-ACCOUNT " "
               AMOUNT-EDIT " " DAYS-EDIT " " EXC-ASSIGNED-TO.
           DISPLAY "         " EXC-REASON.

           ADD 1 TO ROWS-LISTED.

           IF EXC-OPEN
               ADD 1 TO ROWS-UNASSIGNED
           END-IF.

       CALCULAR-ANTIGUEDAD.
           IF EXC-RESOLVED
               COMPUTE DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(EXC-RESOLVED-DATE)
                   - FUNCTION INTEGER-OF-DATE(EXC-DATE)
           ELSE
               COMPUTE DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(EXC-DATE)
           END-IF.

       SHOW-EXCEPTION.
           DISPLAY "Número de excepción: ".
           ACCEPT WANTED-EXCEPTION.

           OPEN INPUT EXCEPTIONS-FILE.

           IF F-EXCEPTIONS-STATUS NOT = "00"
               DISPLAY "No hay excepciones registradas"
               CLOSE EXCEPTIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-EXCEPTION TO EXC-ID.

           READ EXCEPTIONS-FILE
               KEY IS EXC-ID
               INVALID KEY
                   DISPLAY "No existe esa excepción"
                   CLOSE EXCEPTIONS-FILE
                   EXIT PARAGRAPH
           END-READ.

           CLOSE EXCEPTIONS-FILE.

           PERFORM CALCULAR-ANTIGUEDAD.

           EVALUATE TRUE
               WHEN EXC-OPEN
                   MOVE "SIN ASIGNAR" TO WS-STATE-TEXT
               WHEN EXC-ASSIGNED
                   MOVE "ASIGNADA" TO WS-STATE-TEXT
               WHEN EXC-RESOLVED
                   MOVE "RESUELTA" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE EXC-STATUS TO WS-STATE-TEXT
           END-EVALUATE.

           MOVE EXC-AMOUNT TO AMOUNT-EDIT.
           MOVE DAYS-OPEN TO DAYS-EDIT.

           DISPLAY "*********************************".
           DISPLAY "* EXCEPCIÓN N° " EXC-ID " - " WS-STATE-TEXT.
           DISPLAY "* Origen: " EXC-SOURCE " del " EXC-DATE
               " (" DAYS-EDIT " días)".
           DISPLAY "* Cuenta: " EXC-ACCOUNT " Importe: " AMOUNT-EDIT.
           DISPLAY "* Referencia: " EXC-REFERENCE.
           DISPLAY "* Motivo: " EXC-REASON.
           DISPLAY "* Responsable: " EXC-ASSIGNED-TO.

           IF EXC-RESOLVED
               DISPLAY "* Resuelta el " EXC-RESOLVED-DATE
                   " por " EXC-RESOLVED-BY
               DISPLAY "* " EXC-COMMENT
           END-IF.

           DISPLAY "*********************************".

       ASSIGN-EXCEPTION.
           DISPLAY "Número de excepción: ".
           ACCEPT WANTED-EXCEPTION.

           OPEN I-O EXCEPTIONS-FILE.

           MOVE WANTED-EXCEPTION TO EXC-ID.

           READ EXCEPTIONS-FILE
               KEY IS EXC-ID
               INVALID KEY
                   DISPLAY "No existe esa excepción"
                   CLOSE EXCEPTIONS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF EXC-RESOLVED
               DISPLAY "La excepción ya fue resuelta el "
                   EXC-RESOLVED-DATE
               CLOSE EXCEPTIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Responsable actual: " EXC-ASSIGNED-TO.
           DISPLAY "Nuevo responsable (vacío para tomarla usted): ".
           MOVE SPACES TO NEW-RESPONSIBLE.
           ACCEPT NEW-RESPONSIBLE.

           IF NEW-RESPONSIBLE = SPACES
               MOVE WS-SESSION-USER TO NEW-RESPONSIBLE
           END-IF.

           PERFORM VALIDAR-RESPONSABLE.

           IF DATA-INVALID
               CLOSE EXCEPTIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING EXC-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-ASSIGNED-TO DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE.

           MOVE NEW-RESPONSIBLE TO EXC-ASSIGNED-TO.
           SET EXC-ASSIGNED TO TRUE.

           REWRITE EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "No fue posible actualizar la excepción"
               NOT INVALID KEY
                   DISPLAY "Excepción " EXC-ID " a cargo de "
                       EXC-ASSIGNED-TO
                   MOVE "EXCEPTION-ASSIGN" TO WS-AUDIT-OPERATION
                   MOVE EXC-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING EXC-SOURCE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-ASSIGNED-TO DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

           CLOSE EXCEPTIONS-FILE.

       RESOLVE-EXCEPTION.
           DISPLAY "Número de excepción: ".
           ACCEPT WANTED-EXCEPTION.

           OPEN I-O EXCEPTIONS-FILE.

           MOVE WANTED-EXCEPTION TO EXC-ID.

           READ EXCEPTIONS-FILE
               KEY IS EXC-ID
               INVALID KEY
                   DISPLAY "No existe esa excepción"
                   CLOSE EXCEPTIONS-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF EXC-RESOLVED
               DISPLAY "La excepción ya fue resuelta el "
                   EXC-RESOLVED-DATE
               CLOSE EXCEPTIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motivo: " EXC-REASON.
           DISPLAY "Comentario de la resolución: ".
           MOVE SPACES TO NEW-COMMENT.
           ACCEPT NEW-COMMENT.

           IF NEW-COMMENT = SPACES
               DISPLAY "El comentario es obligatorio"
               CLOSE EXCEPTIONS-FILE
               EXIT PARAGRAPH
           END-IF.

           IF EXC-ASSIGNED-TO = SPACES
               MOVE WS-SESSION-USER TO EXC-ASSIGNED-TO
           END-IF.

           SET EXC-RESOLVED TO TRUE.
           MOVE WS-SESSION-USER TO EXC-RESOLVED-BY.
           MOVE WS-BUSINESS-DATE TO EXC-RESOLVED-DATE.
           MOVE NEW-COMMENT TO EXC-COMMENT.

           PERFORM CALCULAR-ANTIGUEDAD.
           MOVE DAYS-OPEN TO EXC-DAYS-OPEN.

           REWRITE EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY "No fue posible registrar la resolución"
               NOT INVALID KEY
                   DISPLAY "Excepción " EXC-ID " resuelta"
                   MOVE "EXCEPTION-RESOLVE" TO WS-AUDIT-OPERATION
                   MOVE EXC-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING EXC-SOURCE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-ACCOUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-REFERENCE DELIMITED BY SIZE
                       INTO WS-AUDIT-BEFORE
                   MOVE EXC-COMMENT TO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

           CLOSE EXCEPTIONS-FILE.

       VALIDAR-RESPONSABLE.
           SET DATA-INVALID TO TRUE.

           OPEN INPUT USUARIOS-ARCHIVO.

           IF F-USUARIOS-STATUS NOT = "00"
               DISPLAY "No hay usuarios registrados"
               CLOSE USUARIOS-ARCHIVO
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-RESPONSIBLE TO UA-NOMBRE-USUARIO.

           READ USUARIOS-ARCHIVO
               KEY IS UA-NOMBRE-USUARIO
               INVALID KEY
                   DISPLAY "No existe el usuario " NEW-RESPONSIBLE
               NOT INVALID KEY
                   IF UA-ACTIVO = 'N'
                       DISPLAY "El usuario " NEW-RESPONSIBLE
                           " está deshabilitado"
                   ELSE
                       SET DATA-VALID TO TRUE
                   END-IF
           END-READ.

           CLOSE USUARIOS-ARCHIVO.

       LOG-AUDIT-ENTRY.
           CALL "./common/audit-log"
               USING WS-AUDIT-OPERATION WS-AUDIT-KEY
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       END PROGRAM exception-worklist.
