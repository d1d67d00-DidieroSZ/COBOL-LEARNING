      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RETURN THE NO-ADEUDO AREAS A USER MAY SIGN OFF FROM
      *          "usuarios.txt" (USU-REG-AREAS, MANTENIDO EN
      *          USUARIOS-MAKER-DOC): CUATRO BANDERAS "S"/"N" PARA
      *          BIBLIOTECA, LABORATORIO, FINANZAS Y CONTROL ESCOLAR.
      *          SIN CATALOGO DE USUARIOS (ARRANQUE INICIAL) DEVUELVE
      *          TODAS LAS AREAS, IGUAL QUE USUARIO-LOGIN DEVUELVE
      *          TODOS LOS ROLES. LO USA NO-ADEUDO-MAKER-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA-ROL-SEARCH.

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
      *    BIBLIOTECA / LABORATORIO / FINANZAS / CONTROL ESCOLAR.
           01 LK-AREAS PIC X(04).

       PROCEDURE DIVISION USING LK-USUARIO LK-AREAS.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
           MOVE "NNNN" TO LK-AREAS.
           OPEN INPUT DOC-USUARIOS.
      *    SOLO SIN CATALOGO (ARRANQUE INICIAL) SE DAN TODAS; UN
      *    ARCHIVO QUE NO ABRE POR OTRA RAZON NO DA NINGUNA.
           IF WS-STATUS-USU = "35"
               MOVE "SSSS" TO LK-AREAS
           END-IF.
           IF WS-STATUS-USU = "00"
               MOVE LK-USUARIO TO USU-REG-NOMBRE
               READ DOC-USUARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE USU-REG-AREAS TO LK-AREAS
               END-READ
               CLOSE DOC-USUARIOS
           END-IF.
           EXIT.

       END PROGRAM AREA-ROL-SEARCH.
