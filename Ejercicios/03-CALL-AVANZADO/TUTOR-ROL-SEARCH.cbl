      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RETURN THE PROFESOR CLAVE LINKED TO A USER IN
      *          "usuarios.txt" (USU-REG-PROFE, MANTENIDO EN
      *          USUARIOS-MAKER-DOC). 000 = EL USUARIO NO ES PROFESOR
      *          O NO EXISTE EL CATALOGO DE USUARIOS; A DIFERENCIA DE
      *          AREA-ROL-SEARCH NO SE ABRE NADA POR OMISION, PORQUE
      *          EL TUTOR SOLO CAPTURA SESIONES DE SUS PROPIOS
      *          TUTORADOS. LO USA TUTORIA-SESIONES-MAKER-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTOR-ROL-SEARCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT DOC-USUARIOS ASSIGN TO "usuarios.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS USU-REG-NOMBRE
                   FILE STATUS IS WS-STATUS-USU.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-USUARIOS.
               COPY "USU-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-USU PIC XX.

       LINKAGE SECTION.
           01 LK-USUARIO PIC X(10).
           01 LK-PROFE PIC 9(03).

       PROCEDURE DIVISION USING LK-USUARIO LK-PROFE.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
           MOVE ZEROS TO LK-PROFE.
           OPEN INPUT DOC-USUARIOS.
           IF WS-STATUS-USU = "00"
               MOVE LK-USUARIO TO USU-REG-NOMBRE
               READ DOC-USUARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USU-REG-PROFE IS NUMERIC
                           MOVE USU-REG-PROFE TO LK-PROFE
                       END-IF
               END-READ
               CLOSE DOC-USUARIOS
           END-IF.
           EXIT.

       END PROGRAM TUTOR-ROL-SEARCH.
