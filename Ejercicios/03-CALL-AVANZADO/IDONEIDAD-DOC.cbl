      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: LIST THE GRUPOS OF "materias.txt" WHOSE ASSIGNED
      *          PROFESSOR IS NOT APPROVED FOR THE MATERIA IN THE
      *          QUALIFICATION MATRIX "idoneidad.txt"
      *          (IDONEIDAD-SEARCH), INTO "REP-IDONEIDAD.txt". ES EL
      *          LISTADO QUE PIDEN LOS EVALUADORES DE ACREDITACION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDONEIDAD-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT MAT-DOC ASSIGN TO "materias.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT REP-IDONEIDAD ASSIGN TO "REP-IDONEIDAD.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD MAT-DOC.
               COPY "MAT-REG-DOC.cpy".

           FD REP-IDONEIDAD.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-GRUPOS PIC 9(04) VALUE ZEROS.
               05 WS-NO-IDONEOS PIC 9(04) VALUE ZEROS.
               05 WS-SIN-PROFESOR PIC 9(04) VALUE ZEROS.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-PUNTEADA PIC X(132) VALUE ALL "-".

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 IDO-CALL.
               05 WS-IDO-PROFE PIC X(03).
               05 WS-IDO-MATERIA PIC X(04).
               05 WS-IDO-RESULTADO PIC X.
                   88 PROFE-IDONEO VALUE "S".
                   88 SIN-MATRIZ VALUE "X".

           01 SWITCHES.
               05 WS-FIN-MAT PIC X VALUE "N".
                   88 FIN-MATERIAS VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** NO SE ENCONTRO MATERIAS.TXT ***"
               CLOSE MAT-DOC
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REP-IDONEIDAD.
           PERFORM 100100-ENCABEZADO.
           PERFORM UNTIL FIN-MATERIAS
               READ MAT-DOC NEXT RECORD
                   AT END
                       SET FIN-MATERIAS TO TRUE
                   NOT AT END
                       PERFORM 100200-REVISA-GRUPO
               END-READ
           END-PERFORM.
           PERFORM 100300-TOTALES.
           CLOSE MAT-DOC.
           CLOSE REP-IDONEIDAD.
           DISPLAY "**** " WS-NO-IDONEOS " GRUPOS CON PROFESOR NO "
                   "IDONEO; DETALLE EN REP-IDONEIDAD.txt ***".
           EXIT.

       100100-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "GRUPOS ASIGNADOS A PROFESORES NO IDONEOS"
               TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100200-REVISA-GRUPO.
      *    LOS GRUPOS CERRADOS NO SE IMPARTEN; LOS QUE NO TIENEN
      *    PROFESOR SOLO SE CUENTAN.
           IF MAT-REG-ESTATUS = "C"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GRUPOS.
           IF MAT-REG-PROFE-CLAVE = ZEROS
               ADD 1 TO WS-SIN-PROFESOR
               EXIT PARAGRAPH
           END-IF.
           MOVE MAT-REG-PROFE-CLAVE TO WS-IDO-PROFE.
           MOVE MAT-REG-CLAVE TO WS-IDO-MATERIA.
           MOVE "N" TO WS-IDO-RESULTADO.
           CALL "IDONEIDAD-SEARCH" USING
               WS-IDO-PROFE WS-IDO-MATERIA WS-IDO-RESULTADO.
           IF NOT PROFE-IDONEO
               ADD 1 TO WS-NO-IDONEOS
               MOVE MAT-REG-PROFE-CLAVE TO WS-PROF-CLAVE-LK
               MOVE SPACES TO WS-PROF-NOMBRE-LK
               MOVE "N" TO WS-PROF-ENCONTRADO
               CALL "PROFESOR-SEARCH" USING
                   WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK
                   WS-PROF-ENCONTRADO
               IF NOT PROFESOR-ENCONTRADO
                   MOVE "** PROFESOR NO CATALOGADO **"
                       TO WS-PROF-NOMBRE-LK
               END-IF
               INITIALIZE LINEA-TEMP
               STRING
                   MAT-REG-LLAVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAT-REG-NOMBRE DELIMITED BY SIZE
                   " PLANTEL " DELIMITED BY SIZE
                   MAT-REG-PLANTEL DELIMITED BY SIZE
                   "  PROFESOR " DELIMITED BY SIZE
                   MAT-REG-PROFE-CLAVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PROF-NOMBRE-LK DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           EXIT.

       100300-TOTALES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF SIN-MATRIZ
               INITIALIZE LINEA-TEMP
               STRING
                   "**** NO EXISTE IDONEIDAD.TXT: NINGUN PROFESOR "
                       DELIMITED BY SIZE
                   "TIENE MATERIAS APROBADAS ****" DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               "GRUPOS ABIERTOS: " DELIMITED BY SIZE
               WS-GRUPOS DELIMITED BY SIZE
               "  CON PROFESOR NO IDONEO: " DELIMITED BY SIZE
               WS-NO-IDONEOS DELIMITED BY SIZE
               "  SIN PROFESOR: " DELIMITED BY SIZE
               WS-SIN-PROFESOR DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM IDONEIDAD-DOC.
