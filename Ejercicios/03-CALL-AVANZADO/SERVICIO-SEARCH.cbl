      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RETURN THE SERVICIO SOCIAL ("S") OR PRACTICAS ("P")
      *          STATUS OF A STUDENT FROM "servicio-social.txt" (SAME
      *          CALL PATTERN AS IDONEIDAD-SEARCH): "R" EN CURSO, "L"
      *          LIBERADO, "B" BAJA, "N" SIN REGISTRO Y "X" CUANDO EL
      *          ARCHIVO NO EXISTE. LO USAN GRADUACION-DOC Y
      *          DEGREE-AUDIT-DOC PARA EXIGIR LA LIBERACION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICIO-SEARCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT DOC-SERVICIO ASSIGN TO "servicio-social.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SSO-REG-LLAVE
                   FILE STATUS IS WS-STATUS-SSO.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-SERVICIO.
               COPY "SSO-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-SSO PIC XX.

       LINKAGE SECTION.
           01 LK-CLAVE PIC 9(08).
           01 LK-TIPO PIC X(01).
           01 LK-ESTATUS PIC X(01).
               88 LK-LIBERADO VALUE "L".
               88 LK-SIN-REGISTRO VALUE "N".
               88 LK-SIN-ARCHIVO VALUE "X".
           01 LK-HORAS PIC 9(04).

       PROCEDURE DIVISION USING LK-CLAVE LK-TIPO LK-ESTATUS LK-HORAS.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
           SET LK-SIN-REGISTRO TO TRUE.
           MOVE ZEROS TO LK-HORAS.
           OPEN INPUT DOC-SERVICIO.
           IF WS-STATUS-SSO NOT = "00"
               SET LK-SIN-ARCHIVO TO TRUE
           ELSE
               MOVE LK-CLAVE TO SSO-REG-CLAVE
               MOVE LK-TIPO TO SSO-REG-TIPO
               READ DOC-SERVICIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SSO-REG-ESTATUS TO LK-ESTATUS
                       MOVE SSO-REG-HORAS-ACUMULADAS TO LK-HORAS
               END-READ
               CLOSE DOC-SERVICIO
           END-IF.
           EXIT.

       END PROGRAM SERVICIO-SEARCH.
