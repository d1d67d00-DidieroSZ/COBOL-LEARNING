      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: LIST INTO "REP-NO-ADEUDO.txt" THE STUDENTS STILL IN
      *          THE SCHOOL (ACTIVOS Y SUSPENDIDOS) WHO ARE BLOCKED BY
      *          THE NO-ADEUDO CLEARANCE, WITH THE STATUS OF EACH AREA
      *          (BIBLIOTECA, LABORATORIO, FINANZAS, CONTROL ESCOLAR)
      *          AS NO-ADEUDO-SEARCH SEES IT, AND THE COUNT OF BLOCKS
      *          PER AREA. ASI CADA AREA SABE A QUIEN CITAR ANTES DE
      *          LA CORRIDA DE GRADUACION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NO-ADEUDO-REP-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-EST ASSIGN TO "estudiantes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST.

               SELECT REP-NO-ADEUDO ASSIGN TO "REP-NO-ADEUDO.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD REP-NO-ADEUDO.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-CLAVE-EST PIC 9(08) VALUE ZEROS.
               05 WS-NAD-AREAS PIC X(04) VALUE SPACES.
               05 WS-NAD-LIBERADO PIC X VALUE "N".
                   88 ALUMNO-LIBERADO VALUE "S".

      *    UNA COLUMNA POR AREA EN EL ORDEN DE NO-ADEUDO-SEARCH.
           01 WS-COLUMNAS.
               05 WS-COLUMNA OCCURS 4 TIMES PIC X(16).

           01 WS-CONTADORES.
               05 WS-TOTAL-REVISADOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-LIBERADOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-BLOQUEADOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-AREA OCCURS 4 TIMES PIC 9(05).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(01).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-PUNTEADA PIC X(132) VALUE ALL "-".

           01 SWITCHES.
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** NO SE ENCONTRO ESTUDIANTES.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CONTADORES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT REP-NO-ADEUDO.
           PERFORM 100100-ENCABEZADO.
           PERFORM UNTIL FIN-ESTUDIANTES
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ESTUDIANTES TO TRUE
                   NOT AT END
                       IF EST-ACTIVO OR EST-SUSPENDIDO
                           OR EST-REG-ESTATUS = SPACES
                           ADD 1 TO WS-TOTAL-REVISADOS
                           PERFORM 100200-REVISA-ESTUDIANTE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 100900-TOTALES.
           CLOSE DOC-EST.
           CLOSE REP-NO-ADEUDO.
           DISPLAY "**** " WS-TOTAL-BLOQUEADOS " ALUMNOS CON BLOQUEO "
                   "DE NO ADEUDO; VER REP-NO-ADEUDO.txt ***".
           EXIT.

       100100-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ALUMNOS BLOQUEADOS POR NO ADEUDO AL " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CLAVE    NOMBRE                         "
                   DELIMITED BY SIZE
               "BIBLIOTECA      LABORATORIO     " DELIMITED BY SIZE
               "FINANZAS        CONTROL ESCOLAR " DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100200-REVISA-ESTUDIANTE.
           MOVE EST-REG-CLAVE TO WS-CLAVE-EST.
           MOVE "N" TO WS-NAD-LIBERADO.
           CALL "NO-ADEUDO-SEARCH" USING
               WS-CLAVE-EST WS-FECHA-HOY WS-NAD-AREAS WS-NAD-LIBERADO.
           IF ALUMNO-LIBERADO
               ADD 1 TO WS-TOTAL-LIBERADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-BLOQUEADOS.
           PERFORM 100210-COLUMNA-AREA
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4.
           INITIALIZE LINEA-TEMP.
           STRING
               EST-REG-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EST-REG-NOMBRE(1:30) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COLUMNA(1) DELIMITED BY SIZE
               WS-COLUMNA(2) DELIMITED BY SIZE
               WS-COLUMNA(3) DELIMITED BY SIZE
               WS-COLUMNA(4) DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100210-COLUMNA-AREA.
           EVALUATE WS-NAD-AREAS(WS-IDX:1)
               WHEN "L"
                   MOVE "LIBERADO" TO WS-COLUMNA(WS-IDX)
               WHEN "O"
                   MOVE "OVERRIDE" TO WS-COLUMNA(WS-IDX)
               WHEN "S"
                   MOVE "SALDO CERO" TO WS-COLUMNA(WS-IDX)
               WHEN "A"
                   MOVE "** ADEUDO" TO WS-COLUMNA(WS-IDX)
                   ADD 1 TO WS-TOTAL-AREA(WS-IDX)
               WHEN OTHER
                   MOVE "** SIN FIRMA" TO WS-COLUMNA(WS-IDX)
                   ADD 1 TO WS-TOTAL-AREA(WS-IDX)
           END-EVALUATE.
           EXIT.

       100900-TOTALES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "REVISADOS: " DELIMITED BY SIZE
               WS-TOTAL-REVISADOS DELIMITED BY SIZE
               "   LIBERADOS: " DELIMITED BY SIZE
               WS-TOTAL-LIBERADOS DELIMITED BY SIZE
               "   BLOQUEADOS: " DELIMITED BY SIZE
               WS-TOTAL-BLOQUEADOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "BLOQUEOS POR AREA - BIBLIOTECA: " DELIMITED BY SIZE
               WS-TOTAL-AREA(1) DELIMITED BY SIZE
               "   LABORATORIO: " DELIMITED BY SIZE
               WS-TOTAL-AREA(2) DELIMITED BY SIZE
               "   FINANZAS: " DELIMITED BY SIZE
               WS-TOTAL-AREA(3) DELIMITED BY SIZE
               "   CONTROL ESCOLAR: " DELIMITED BY SIZE
               WS-TOTAL-AREA(4) DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM NO-ADEUDO-REP-DOC.
