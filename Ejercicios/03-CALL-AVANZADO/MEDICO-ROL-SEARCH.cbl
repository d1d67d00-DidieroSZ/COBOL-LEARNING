      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RETURN "S" WHEN A USER IN "usuarios.txt" HOLDS THE
      *          MEDICAL ROLE (USU-REG-MEDICO, MANTENIDO EN
      *          USUARIOS-MAKER-DOC), "N" IN ANY OTHER CASE. COMO EL
      *          EXPEDIENTE DE SALUD ES CONFIDENCIAL, SIN CATALOGO DE
      *          USUARIOS NO SE ABRE NADA POR OMISION (IGUAL QUE
      *          TUTOR-ROL-SEARCH). LO USAN SALUD-MAKER-DOC,
      *          AFILIACION-ENVIO-DOC Y AFILIACION-RESPUESTA-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDICO-ROL-SEARCH.

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
           01 LK-MEDICO PIC X(01).

       PROCEDURE DIVISION USING LK-USUARIO LK-MEDICO.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
           MOVE "N" TO LK-MEDICO.
           OPEN INPUT DOC-USUARIOS.
           IF WS-STATUS-USU = "00"
               MOVE LK-USUARIO TO USU-REG-NOMBRE
               READ DOC-USUARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USU-REG-MEDICO = "S"
                           MOVE "S" TO LK-MEDICO
                       END-IF
               END-READ
               CLOSE DOC-USUARIOS
           END-IF.
           EXIT.

       END PROGRAM MEDICO-ROL-SEARCH.
