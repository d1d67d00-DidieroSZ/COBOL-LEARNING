      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: TELL WHETHER A PROFESSOR IS QUALIFIED (IDONEO) TO
      *          TEACH A MATERIA ACCORDING TO "idoneidad.txt" (SAME
      *          CALL PATTERN AS AULA-SEARCH). LO USAN LA CAPTURA DE
      *          MATERIAS-MAKER-DOC, LA ASIGNACION DE
      *          ROLLOVER-CATALOGO-DOC Y EL SUPLENTE DE
      *          ASISTENCIA-PROFE-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDONEIDAD-SEARCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT DOC-IDONEIDAD ASSIGN TO "idoneidad.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IDO-REG-LLAVE
                   FILE STATUS IS WS-STATUS-IDO.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-IDONEIDAD.
               COPY "IDO-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-IDO PIC XX.

       LINKAGE SECTION.
           01 LK-PROFE PIC X(03).
           01 LK-MATERIA PIC X(04).
           01 LK-IDONEO PIC X.
               88 LK-PROFE-IDONEO VALUE "S".
               88 LK-PROFE-NO-IDONEO VALUE "N".
               88 LK-SIN-MATRIZ VALUE "X".

       PROCEDURE DIVISION USING LK-PROFE LK-MATERIA LK-IDONEO.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
           SET LK-PROFE-NO-IDONEO TO TRUE.
           OPEN INPUT DOC-IDONEIDAD.
           IF WS-STATUS-IDO NOT = "00"
      *        SIN MATRIZ CAPTURADA (ARRANQUE): EL LLAMADOR CONSERVA
      *        LA ASIGNACION LIBRE DE SIEMPRE Y SOLO AVISA.
               SET LK-SIN-MATRIZ TO TRUE
           ELSE
               MOVE LK-PROFE TO IDO-REG-PROFE-CLAVE
               MOVE LK-MATERIA TO IDO-REG-MATERIA
               READ DOC-IDONEIDAD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LK-PROFE-IDONEO TO TRUE
               END-READ
               CLOSE DOC-IDONEIDAD
           END-IF.
           EXIT.

       END PROGRAM IDONEIDAD-SEARCH.
