      *          COUNT, MIN/MAX/AVERAGE FINAL CALIFICACION AND A
      *          HISTOGRAM OF GRADE BANDS (0-59, 60-69, 70-79, 80-89,
      *          90-100), SO A GROUP AVERAGING FAR BELOW THE SUBJECT'S
      *          HISTORY STANDS OUT. FOR A CLOSED TERMINO IT READS
      *          THAT TERM'S SNAPSHOTS (TERMINO-ASOF-PREPARA) AND
      *          WRITES "REP-ESTADISTICA-MATERIA-HIST-<termino>.txt",
      *          STAMPED AS A HISTORICAL REPRINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADISTICA-MATERIA-DOC.
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

               SELECT REP-ESTADISTICA
                   ASSIGN TO WS-REP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-DES PIC XX.
      *        REIMPRESION HISTORICA: TERMINO CERRADO Y LAS COPIAS DE
      *        SUS SNAPSHOTS QUE DEVUELVE TERMINO-ASOF-PREPARA.
               05 WS-EST-FILENAME PIC X(40) VALUE "estudiantes.txt".
               05 WS-MAT-FILENAME PIC X(40) VALUE "materias.txt".
               05 WS-REP-FILENAME PIC X(40)
                   VALUE "REP-ESTADISTICA-MATERIA.txt".
               05 WS-TERMINO-ASOF PIC X(10) VALUE SPACES.
               05 WS-FECHA-CIERRE PIC 9(08) VALUE ZEROS.
               05 WS-ASOF-LISTO PIC X VALUE "N".
                   88 MODO-HISTORICO VALUE "S".
               05 WS-INSCRITOS PIC 9(04).
               05 WS-CALIF-SUMA PIC 9(07)V9.
               05 WS-CALIF-MIN PIC 9(03)V9.
       STOP RUN.

       100-INICIO.
           PERFORM 100050-ELIGE-TERMINO.
           OPEN INPUT DOC-MAT.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** NO SE ENCONTRO MATERIAS.TXT ***"
           MOVE "ESTADISTICA DE CALIFICACIONES POR MATERIA"
               TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF MODO-HISTORICO
               PERFORM 100060-L-HISTORICA
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           CLOSE DOC-MAT.
           CLOSE REP-ESTADISTICA.
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
                   "REP-ESTADISTICA-MATERIA-HIST-" DELIMITED BY SIZE
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

       100100-PROCESA-MATERIA.
