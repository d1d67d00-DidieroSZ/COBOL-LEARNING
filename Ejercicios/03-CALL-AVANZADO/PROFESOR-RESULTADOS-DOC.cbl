      *          GRADED, AVERAGE FINAL, PASS RATE AND FAIL COUNT -
      *          THE TABLE THE ACADEMIC COORDINATOR ASSEMBLES BY HAND
      *          EVERY TERM-END MEETING. PASSING MARK FROM
      *          parametros.txt (CALIF-APROB). FOR A CLOSED TERMINO
      *          IT READS THAT TERM'S SNAPSHOTS (TERMINO-ASOF-PREPARA)
      *          WITH THE CALIF-APROB IN FORCE AT ITS CLOSE
      *          (PARAMETROS-ASOF-SEARCH) AND WRITES
      *          "REP-RESULTADOS-PROFESOR-HIST-<termino>.txt", STAMPED
      *          AS A HISTORICAL REPRINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFESOR-RESULTADOS-DOC.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-MAT ASSIGN TO WS-MAT-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT DOC-EST ASSIGN TO WS-EST-FILENAME
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

               SELECT REP-RESULTADOS
                   ASSIGN TO WS-REP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

               05 WS-PROMEDIO PIC 9(03)V99.
               05 WS-PROMEDIO-EDIT PIC ZZ9.99.
               05 WS-TASA PIC 9(03).
      *        REIMPRESION HISTORICA: TERMINO CERRADO Y LAS COPIAS DE
      *        SUS SNAPSHOTS QUE DEVUELVE TERMINO-ASOF-PREPARA.
               05 WS-EST-FILENAME PIC X(40) VALUE "estudiantes.txt".
               05 WS-MAT-FILENAME PIC X(40) VALUE "materias.txt".
               05 WS-REP-FILENAME PIC X(40)
                   VALUE "REP-RESULTADOS-PROFESOR.txt".
               05 WS-TERMINO-ASOF PIC X(10) VALUE SPACES.
               05 WS-FECHA-CIERRE PIC 9(08) VALUE ZEROS.
               05 WS-ASOF-LISTO PIC X VALUE "N".
                   88 MODO-HISTORICO VALUE "S".

      *    ACUMULADO POR PROFESOR (CLAVE DEL CATALOGO).
           01 WS-RESULTADOS.
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".
               05 WS-ASOF-ENCONTRADO PIC X.

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
       STOP RUN.

       100-INICIO.
           PERFORM 100050-ELIGE-TERMINO.
           MOVE "CALIF-APROB" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-CALIF-APROBATORIA
           END-IF.
      *    EN REIMPRESION HISTORICA MANDA LA APROBATORIA VIGENTE AL
      *    CIERRE DEL TERMINO; SIN CICLO QUEDA LA ACTUAL, COMO EN
      *    HIST-APROBADA-SEARCH.
           IF MODO-HISTORICO AND WS-FECHA-CIERRE > ZEROS
               MOVE "N" TO WS-ASOF-ENCONTRADO
               CALL "PARAMETROS-ASOF-SEARCH" USING
                   WS-PARAM-NOMBRE WS-FECHA-CIERRE WS-PARAM-VALOR
                   WS-ASOF-ENCONTRADO
               IF WS-ASOF-ENCONTRADO = "S"
                   MOVE WS-PARAM-VALOR TO WS-CALIF-APROBATORIA
               END-IF
           END-IF.
           OPEN INPUT DOC-MAT.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** NO SE ENCONTRO MATERIAS.TXT ***"
               WS-CALIF-APROBATORIA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF MODO-HISTORICO
               PERFORM 100060-L-HISTORICA
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
               UNTIL WS-IDX > WS-TOTAL-PROFES.
           CLOSE REP-RESULTADOS.
           DISPLAY "**** REPORTE GENERADO EN "
                   FUNCTION TRIM(WS-REP-FILENAME) " ***".
           EXIT.

       100050-ELIGE-TERMINO.
      *    ENTER = REPORTE SOBRE LOS ARCHIVOS VIGENTES; UN TERMINO
      *    CERRADO (terminos.txt) SE REPORTA DESDE LA FOTO DE SU
      *    CIERRE, A UN ARCHIVO APARTE.
           DISPLAY "TERMINO CERRADO A REIMPRIMIR (ENTER = VIGENTE): "
               WITH NO ADVANCING.
           ACCEPT WS-TERMINO-ASOF.
           MOVE FUNCTION UPPER-CASE(WS-TERMINO-ASOF) TO WS-TERMINO-ASOF.
           IF WS-TERMINO-ASOF NOT = SPACES
               CALL "TERMINO-ASOF-PREPARA" USING
                   WS-TERMINO-ASOF WS-EST-FILENAME WS-MAT-FILENAME
                   WS-FECHA-CIERRE WS-ASOF-LISTO
               IF NOT MODO-HISTORICO
                   DISPLAY "**** REIMPRESION CANCELADA ***"
                   STOP RUN
               END-IF
               INITIALIZE WS-REP-FILENAME
               STRING
                   "REP-RESULTADOS-PROFESOR-HIST-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERMINO-ASOF) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REP-FILENAME
           END-IF.
           EXIT.

       100060-L-HISTORICA.
      *    SELLO DEL ENCABEZADO: LOS DATOS SON LA FOTO DEL CIERRE DEL
      *    TERMINO, NO EL ESTADO ACTUAL.
           INITIALIZE LINEA-TEMP.
           STRING
               "*** REIMPRESION HISTORICA - TERMINO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMINO-ASOF) DELIMITED BY SIZE
               " - DATOS AL CIERRE DEL TERMINO (" DELIMITED BY SIZE
               WS-FECHA-CIERRE DELIMITED BY SIZE
               "), NO REFLEJA CAMBIOS POSTERIORES ***"
                   DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100410-ESCRIBE-PROFESOR.
