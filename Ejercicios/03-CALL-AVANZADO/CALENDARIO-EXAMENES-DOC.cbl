      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: PRINT THE FINAL-EXAM CALENDAR CAPTURED IN
      *          "examenes.txt" (EXAMENES-MAKER-DOC):
      *          SOLO SE TOMAN LOS EXAMENES DEL CICLO ABIERTO EN
      *          "ciclos.txt"; LOS DE TERMINOS ANTERIORES SE IGNORAN.
      *          - "REP-CALENDARIO-EXAMENES.txt": CALENDARIO GENERAL
      *            EN ORDEN DE FECHA Y HORA, CON MATERIA, PROFESOR,
      *            PLANTEL, AULA E INSCRITOS.
      *          - "REP-EXAMENES-ALUMNO.txt": LOS EXAMENES DE CADA
      *            ALUMNO ACTIVO (O DE UNA SOLA CLAVE), UNA HOJA POR
      *            ALUMNO PARA ENTREGARSE JUNTO CON LA BOLETA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO-EXAMENES-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-EXAMENES ASSIGN TO "examenes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EXA-REG-LLAVE
                   FILE STATUS WS-STATUS-EXA.

               SELECT DOC-CICLOS ASSIGN TO "ciclos.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CIC-REG-ID
                   FILE STATUS WS-STATUS-CIC.

               SELECT DOC-EST ASSIGN TO "estudiantes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST.

               SELECT MAT-DOC ASSIGN TO "materias.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT REP-CALENDARIO
                   ASSIGN TO "REP-CALENDARIO-EXAMENES.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

               SELECT REP-ALUMNO ASSIGN TO "REP-EXAMENES-ALUMNO.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-ALU.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-EXAMENES.
               COPY "EXA-REG-DOC.cpy".

           FD DOC-CICLOS.
           01 CIC-REG-DOC.
               05 CIC-REG-ID PIC X(10).
               05 CIC-REG-INSCR-INI PIC 9(08).
               05 CIC-REG-INSCR-FIN PIC 9(08).
               05 CIC-REG-CALIF-INI PIC 9(08).
               05 CIC-REG-CALIF-FIN PIC 9(08).
               05 CIC-REG-ESTATUS PIC X(01).

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD MAT-DOC.
               COPY "MAT-REG-DOC.cpy".

           FD REP-CALENDARIO.
               01 LINEA-TEMP PIC X(132).

           FD REP-ALUMNO.
               01 LINEA-ALUMNO PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-EXA PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-STATUS-ALU PIC XX.
               05 WS-STATUS-CIC PIC XX.
               05 WS-CICLO PIC X(10) VALUE SPACES.
               05 WS-EXAMENES-OMITIDOS PIC 9(05) VALUE ZEROS.
               05 WS-CLAVE-BUSCADA PIC 9(08) VALUE ZEROS.
               05 WS-PLANTEL-FILTRO PIC 9(02) VALUE ZEROS.
               05 WS-FECHA-ANTERIOR PIC 9(08) VALUE ZEROS.
               05 WS-HOJAS PIC 9(05) VALUE ZEROS.
               05 WS-EXAMENES-ALUMNO PIC 99 VALUE ZEROS.
               05 WS-SIN-EXAMEN PIC 99 VALUE ZEROS.

      *    CALENDARIO COMPLETO EN MEMORIA YA RESUELTO (MATERIA Y
      *    PROFESOR), ORDENADO POR FECHA Y HORA PARA EL LISTADO Y
      *    CONSULTADO POR LLAVE PARA LA HOJA DE CADA ALUMNO.
           01 WS-CALENDARIO.
               05 WS-TOTAL-EXAMENES PIC 9(03) VALUE ZEROS.
               05 WS-CAL-TABLA OCCURS 500 TIMES.
                   10 WS-C-ORDEN.
                       15 WS-C-FECHA PIC 9(08).
                       15 WS-C-HORA PIC 9(02).
                   10 WS-C-LLAVE PIC 9(06).
                   10 WS-C-NOMBRE PIC A(20).
                   10 WS-C-PROFE PIC A(30).
                   10 WS-C-PLANTEL PIC 9(02).
                   10 WS-C-AULA PIC X(05).
                   10 WS-C-INSCRITOS PIC 9(04).

           01 WS-CAL-SWAP PIC X(77).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-2 PIC 9(03).
               05 WS-SUB PIC 99.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-PUNTEADA PIC X(132) VALUE ALL "-".

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-FIN-EXA PIC X VALUE "N".
                   88 FIN-EXAMENES VALUE "S".
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-FIN-CIC PIC X VALUE "N".
                   88 FIN-CICLOS VALUE "S".
               05 WS-HAY-CICLO PIC X VALUE "N".
                   88 CICLO-ABIERTO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           DISPLAY "------------------------------------------".
           DISPLAY "---- CALENDARIO DE EXAMENES FINALES ----".
           DISPLAY "------------------------------------------".
           PERFORM 100050-LEE-CICLO-ABIERTO.
           IF NOT CICLO-ABIERTO
               DISPLAY "**** NO HAY CICLO ABIERTO EN CICLOS.TXT; NO SE "
                       "GENERA EL CALENDARIO ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CICLO " WS-CICLO.
           DISPLAY "LOG -- PLANTEL (00 = TODOS): " WITH NO ADVANCING.
           ACCEPT WS-PLANTEL-FILTRO.
           DISPLAY "LOG -- CLAVE DEL ALUMNO (0 = TODOS LOS ACTIVOS): "
                   WITH NO ADVANCING.
           ACCEPT WS-CLAVE-BUSCADA.
           PERFORM 100100-CARGA-CALENDARIO.
           IF WS-TOTAL-EXAMENES = ZEROS
               DISPLAY "**** NO HAY EXAMENES PROGRAMADOS ***"
           ELSE
               PERFORM 100200-ORDENA-CALENDARIO
               PERFORM 100300-ESCRIBE-CALENDARIO
               PERFORM 100400-HOJAS-ALUMNO
               DISPLAY "**** CALENDARIO EN REP-CALENDARIO-EXAMENES.txt"
               DISPLAY "**** " WS-HOJAS
                       " HOJAS EN REP-EXAMENES-ALUMNO.txt"
           END-IF.
           EXIT.

       100050-LEE-CICLO-ABIERTO.
      *    MISMO CICLO ABIERTO QUE USA EXAMENES-MAKER-DOC AL CAPTURAR;
      *    EXAMENES.TXT CONSERVA LOS RENGLONES DE TERMINOS ANTERIORES.
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC = "00"
               PERFORM UNTIL FIN-CICLOS
                   READ DOC-CICLOS NEXT RECORD
                       AT END
                           SET FIN-CICLOS TO TRUE
                       NOT AT END
                           IF CIC-REG-ESTATUS = "A"
                               SET CICLO-ABIERTO TO TRUE
                               MOVE CIC-REG-ID TO WS-CICLO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-CICLOS.
           EXIT.

       100100-CARGA-CALENDARIO.
           OPEN INPUT DOC-EXAMENES.
           IF WS-STATUS-EXA NOT = "00"
               DISPLAY "**** EXAMENES.TXT NO EXISTE TODAVIA ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT MAT-DOC.
           PERFORM UNTIL FIN-EXAMENES
               READ DOC-EXAMENES NEXT RECORD
                   AT END
                       SET FIN-EXAMENES TO TRUE
                   NOT AT END
                       IF (WS-PLANTEL-FILTRO = ZEROS
                           OR EXA-REG-PLANTEL = WS-PLANTEL-FILTRO)
                           AND EXA-REG-CICLO = WS-CICLO
                           IF WS-TOTAL-EXAMENES < 500
                               PERFORM 100110-GUARDA-EXAMEN
                           ELSE
                               ADD 1 TO WS-EXAMENES-OMITIDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAT-DOC.
           CLOSE DOC-EXAMENES.
           IF WS-EXAMENES-OMITIDOS > ZEROS
               DISPLAY "**** AVISO: EL CICLO TIENE MAS DE 500 "
                       "EXAMENES; " WS-EXAMENES-OMITIDOS
                       " NO CABEN EN EL CALENDARIO ***"
           END-IF.
           EXIT.

       100110-GUARDA-EXAMEN.
           ADD 1 TO WS-TOTAL-EXAMENES.
           MOVE WS-TOTAL-EXAMENES TO WS-IDX.
           MOVE EXA-REG-FECHA TO WS-C-FECHA(WS-IDX).
           MOVE EXA-REG-HORA TO WS-C-HORA(WS-IDX).
           MOVE EXA-REG-LLAVE TO WS-C-LLAVE(WS-IDX).
           MOVE EXA-REG-PLANTEL TO WS-C-PLANTEL(WS-IDX).
           MOVE EXA-REG-AULA TO WS-C-AULA(WS-IDX).
           MOVE EXA-REG-INSCRITOS TO WS-C-INSCRITOS(WS-IDX).
           MOVE "** MATERIA NO CATALOGADA **" TO WS-C-NOMBRE(WS-IDX).
           MOVE EXA-REG-LLAVE TO MAT-REG-LLAVE.
           READ MAT-DOC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MAT-REG-NOMBRE TO WS-C-NOMBRE(WS-IDX)
           END-READ.
           MOVE SPACES TO WS-PROF-NOMBRE-LK.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           MOVE EXA-REG-PROFE-CLAVE TO WS-PROF-CLAVE-LK.
           CALL "PROFESOR-SEARCH" USING
               WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK WS-PROF-ENCONTRADO.
           IF NOT PROFESOR-ENCONTRADO
               MOVE "** PROFESOR NO CATALOGADO **" TO WS-PROF-NOMBRE-LK
           END-IF.
           MOVE WS-PROF-NOMBRE-LK TO WS-C-PROFE(WS-IDX).
           EXIT.

       100200-ORDENA-CALENDARIO.
      *    BURBUJA SOBRE FECHA+HORA; EL CALENDARIO DE UN TERMINO ES
      *    DE UNOS CIENTOS DE RENGLONES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-TOTAL-EXAMENES
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                       UNTIL WS-IDX-2 > WS-TOTAL-EXAMENES - WS-IDX
                   IF WS-C-ORDEN(WS-IDX-2) > WS-C-ORDEN(WS-IDX-2 + 1)
                       MOVE WS-CAL-TABLA(WS-IDX-2) TO WS-CAL-SWAP
                       MOVE WS-CAL-TABLA(WS-IDX-2 + 1)
                           TO WS-CAL-TABLA(WS-IDX-2)
                       MOVE WS-CAL-SWAP TO WS-CAL-TABLA(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.

       100300-ESCRIBE-CALENDARIO.
           OPEN OUTPUT REP-CALENDARIO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CALENDARIO DE EXAMENES FINALES - PLANTEL "
                   DELIMITED BY SIZE
               WS-PLANTEL-FILTRO DELIMITED BY SIZE
               " (00 = TODOS) CICLO " DELIMITED BY SIZE
               WS-CICLO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE ZEROS TO WS-FECHA-ANTERIOR.
           PERFORM 100310-ESCRIBE-EXAMEN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-EXAMENES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "TOTAL DE EXAMENES: " DELIMITED BY SIZE
               WS-TOTAL-EXAMENES DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           CLOSE REP-CALENDARIO.
           EXIT.

       100310-ESCRIBE-EXAMEN.
      *    CORTE POR FECHA: UN ENCABEZADO CADA DIA DE EXAMENES.
           IF WS-C-FECHA(WS-IDX) NOT = WS-FECHA-ANTERIOR
               MOVE WS-C-FECHA(WS-IDX) TO WS-FECHA-ANTERIOR
               INITIALIZE LINEA-TEMP
               MOVE LINEA-PUNTEADA TO LINEA-TEMP
               WRITE LINEA-TEMP
               INITIALIZE LINEA-TEMP
               STRING
                   "FECHA: " DELIMITED BY SIZE
                   WS-C-FECHA(WS-IDX)(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-C-FECHA(WS-IDX)(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-C-FECHA(WS-IDX)(1:4) DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               "   " DELIMITED BY SIZE
               WS-C-HORA(WS-IDX) DELIMITED BY SIZE
               ":00  " DELIMITED BY SIZE
               WS-C-LLAVE(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-C-NOMBRE(WS-IDX) DELIMITED BY SIZE
               " PLANTEL " DELIMITED BY SIZE
               WS-C-PLANTEL(WS-IDX) DELIMITED BY SIZE
               " AULA " DELIMITED BY SIZE
               WS-C-AULA(WS-IDX) DELIMITED BY SIZE
               " INSCRITOS " DELIMITED BY SIZE
               WS-C-INSCRITOS(WS-IDX) DELIMITED BY SIZE
               "  PROF. " DELIMITED BY SIZE
               WS-C-PROFE(WS-IDX) DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100400-HOJAS-ALUMNO.
           MOVE ZEROS TO WS-HOJAS.
           OPEN OUTPUT REP-ALUMNO.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ESTUDIANTES.TXT NO EXISTE TODAVIA ***"
           ELSE
               IF WS-CLAVE-BUSCADA NOT = ZEROS
                   MOVE WS-CLAVE-BUSCADA TO EST-REG-CLAVE
                   READ DOC-EST
                       INVALID KEY
                           DISPLAY "**** CLAVE NO ENCONTRADA ***"
                       NOT INVALID KEY
                           PERFORM 100410-HOJA-ALUMNO
                   END-READ
               ELSE
                   PERFORM UNTIL FIN-ESTUDIANTES
                       READ DOC-EST NEXT RECORD
                           AT END
                               SET FIN-ESTUDIANTES TO TRUE
                           NOT AT END
                               IF EST-ACTIVO
                                   OR EST-REG-ESTATUS = SPACES
                                   PERFORM 100410-HOJA-ALUMNO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           CLOSE DOC-EST.
           CLOSE REP-ALUMNO.
           EXIT.

       100410-HOJA-ALUMNO.
           ADD 1 TO WS-HOJAS.
           MOVE ZEROS TO WS-EXAMENES-ALUMNO.
           MOVE ZEROS TO WS-SIN-EXAMEN.
           INITIALIZE LINEA-ALUMNO.
           MOVE LINEA-TERISCO TO LINEA-ALUMNO.
           WRITE LINEA-ALUMNO.
           INITIALIZE LINEA-ALUMNO.
           STRING
               "EXAMENES FINALES - " DELIMITED BY SIZE
               EST-REG-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(EST-REG-NOMBRE) DELIMITED BY SIZE
           INTO LINEA-ALUMNO.
           WRITE LINEA-ALUMNO.
           INITIALIZE LINEA-ALUMNO.
           MOVE LINEA-PUNTEADA TO LINEA-ALUMNO.
           WRITE LINEA-ALUMNO.
      *    LA TABLA YA VIENE EN ORDEN DE FECHA Y HORA, ASI QUE LA
      *    HOJA SALE ORDENADA AL RECORRERLA CONTRA LAS MATERIAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-EXAMENES
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
                   IF EST-REG-MATERIA-TABLA(WS-SUB) = WS-C-LLAVE(WS-IDX)
                       PERFORM 100420-ESCRIBE-EXAMEN-ALUMNO
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF EST-REG-MATERIA-TABLA(WS-SUB) NOT = ZEROS
                   ADD 1 TO WS-SIN-EXAMEN
               END-IF
           END-PERFORM.
           SUBTRACT WS-EXAMENES-ALUMNO FROM WS-SIN-EXAMEN.
           IF WS-SIN-EXAMEN > ZEROS
               INITIALIZE LINEA-ALUMNO
               STRING
                   "MATERIAS SIN EXAMEN PROGRAMADO: " DELIMITED BY SIZE
                   WS-SIN-EXAMEN DELIMITED BY SIZE
               INTO LINEA-ALUMNO
               WRITE LINEA-ALUMNO
           END-IF.
           EXIT.

       100420-ESCRIBE-EXAMEN-ALUMNO.
           ADD 1 TO WS-EXAMENES-ALUMNO.
           INITIALIZE LINEA-ALUMNO.
           STRING
               "   " DELIMITED BY SIZE
               WS-C-FECHA(WS-IDX)(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-C-FECHA(WS-IDX)(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-C-FECHA(WS-IDX)(1:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-C-HORA(WS-IDX) DELIMITED BY SIZE
               ":00  " DELIMITED BY SIZE
               WS-C-NOMBRE(WS-IDX) DELIMITED BY SIZE
               " PLANTEL " DELIMITED BY SIZE
               WS-C-PLANTEL(WS-IDX) DELIMITED BY SIZE
               " AULA " DELIMITED BY SIZE
               WS-C-AULA(WS-IDX) DELIMITED BY SIZE
               "  PROF. " DELIMITED BY SIZE
               WS-C-PROFE(WS-IDX) DELIMITED BY SIZE
           INTO LINEA-ALUMNO.
           WRITE LINEA-ALUMNO.
           EXIT.

       END PROGRAM CALENDARIO-EXAMENES-DOC.
