      * Purpose: MAKE A REPORT FILE NAMED "REP-EST-MAT.txt" BASED ON
      *          INFORMTION FROM FILE "estudiantes.txt" AND CALLING
      *          FILE NAMED DATA-MATERIAS-SEARCH.cbl
      *          GIVEN A CLOSED TERMINO IT REPRINTS FROM THAT TERM'S
      *          SNAPSHOTS (TERMINO-ASOF-PREPARA) INTO
      *          "REP-EST-MAT-HIST-<termino>.txt", STAMPED AS A
      *          HISTORICAL REPRINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-CALL-DOC.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-EST-SRC ASSIGN TO WS-EST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-SRC-CLAVE
                   ALTERNATE RECORD KEY IS EST-SRC-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-SRC-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-SRC-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST-SRC.

               SELECT SORT-FILE ASSIGN TO "SORTWK1".
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-CSV.

      *        SOLO EN REIMPRESION HISTORICA: MATERIAS DEL TERMINO.
               SELECT DOC-MAT ASSIGN TO WS-MAT-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT DOC-CHECKPOINT
                   ASSIGN TO "REP-EST-MAT-CHECKPOINT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
           FD DOC-EST-SRC.
               01 EST-REG-SRC.
                   05 EST-SRC-CLAVE PIC 9(08).
                   05 EST-SRC-NOMBRE PIC X(40).
                   05 FILLER PIC X(02).
                   05 EST-SRC-CARRERA PIC 9(02).
                   05 FILLER PIC X(481).
                   05 EST-SRC-PLANTEL PIC 9(02).

           SD SORT-FILE.
               01 SD-REG.
           FD REP-EST-CSV.
               01 LINEA-CSV PIC X(132).

           FD DOC-MAT.
               COPY "MAT-REG-DOC.cpy".

           FD DOC-CHECKPOINT.
               01 CKPT-REG PIC 9(08).

               05 WS-STATUS-DES PIC XX.
               05 WS-STATUS-CSV PIC XX.
               05 WS-STATUS-CKPT PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-COUNTER PIC 99.
               05 WS-POS-ACTUAL PIC 9(08) VALUE 0.
               05 WS-CKPT-POS PIC 9(08) VALUE 0.
               05 WS-EMAIL-SALIDA PIC X(30).
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
      *        REIMPRESION HISTORICA: TERMINO CERRADO Y LAS COPIAS DE
      *        SUS SNAPSHOTS QUE DEVUELVE TERMINO-ASOF-PREPARA.
               05 WS-EST-FILENAME PIC X(40) VALUE "estudiantes.txt".
               05 WS-MAT-FILENAME PIC X(40) VALUE "materias.txt".
               05 WS-TERMINO-ASOF PIC X(10) VALUE SPACES.
               05 WS-FECHA-CIERRE PIC 9(08) VALUE ZEROS.
               05 WS-ASOF-LISTO PIC X VALUE "N".
                   88 MODO-HISTORICO VALUE "S".

           01 ENCABEZADOS.
             05 LINEA-TITLE.
               05 WS-PROFE PIC X(32).
               05 WS-MAT-ENCONTRADA PIC X.
                   88 MAT-ENCONTRADA VALUE "S".
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".
               05 WS-CARRERA-NOMBRE-LK PIC A(30).
               05 WS-CARRERA-DESC-LK PIC A(40).
               05 WS-CARRERA-LK-ENCONTRADA PIC X.
      *    OTRO VALOR LIMITA EL REPORTE A ESE PLANTEL.
           DISPLAY "PLANTEL (00 = CONSOLIDADO): " WITH NO ADVANCING.
           ACCEPT WS-PLANTEL-FILTRO.
           PERFORM 100050-ELIGE-TERMINO.
           PERFORM 100200-GET-DATE.
      *    REPORT IS GROUPED BY CARRERA AND ALPHABETICAL BY NOMBRE
      *    WITHIN IT, NOT ARRIVAL ORDER; RE-SORT ON EVERY RUN SO A
               ON ASCENDING KEY SD-CARRERA SD-NOMBRE
               USING DOC-EST-SRC
               GIVING DOC-EST.
      *    UNA REIMPRESION HISTORICA ES CORTA Y NO SE REANUDA; NO
      *    TOCA EL CHECKPOINT DEL REPORTE VIGENTE.
           IF NOT MODO-HISTORICO
               PERFORM 100150-LEE-CHECKPOINT
           END-IF.
           PERFORM 100100-OPEN-FILES.
           PERFORM 100300-START-VARIABLES.
           IF NOT MODO-RESUME
           PERFORM 100600-CLOSE-FILES.
           EXIT.

       100050-ELIGE-TERMINO.
      *    ENTER = REPORTE SOBRE LOS ARCHIVOS VIGENTES; UN TERMINO
      *    CERRADO (terminos.txt) REIMPRIME LA FOTO DE SU CIERRE.
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
                   GOBACK
               END-IF
           END-IF.
           EXIT.

       100100-OPEN-FILES.
           OPEN INPUT DOC-EST.
           IF MODO-HISTORICO
               OPEN INPUT DOC-MAT
           END-IF.
           IF MODO-RESUME
               OPEN EXTEND REP-EST
               OPEN EXTEND REP-EST-CSV
               FUNCTION TRIM(WS-MODO-PRIVACIDAD) DELIMITED BY SIZE
           INTO LINEA-CSV.
           WRITE LINEA-CSV.
           IF MODO-HISTORICO
               INITIALIZE LINEA-CSV
               STRING
                   "REIMPRESION HISTORICA," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERMINO-ASOF) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-FECHA-CIERRE DELIMITED BY SIZE
               INTO LINEA-CSV
               WRITE LINEA-CSV
           END-IF.
           INITIALIZE LINEA-CSV.
           STRING
               "CLAVE" DELIMITED BY SIZE
               DATE-SYSTEM DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
           INTO WS-REP-CSV-FILENAME.
           IF MODO-HISTORICO
               INITIALIZE WS-REP-FILENAME
               STRING
                   "REP-EST-MAT-HIST-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERMINO-ASOF) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REP-FILENAME
               INITIALIZE WS-REP-CSV-FILENAME
               STRING
                   "REP-EST-MAT-HIST-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERMINO-ASOF) DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
               INTO WS-REP-CSV-FILENAME
           END-IF.
           EXIT.

       100300-START-VARIABLES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TITLE TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF MODO-HISTORICO
               PERFORM 100406-L-HISTORICA-MAKER
           END-IF.

           PERFORM 100403-L-BLANCA-MAKER.
           PERFORM 100401-L-PUNTEADA-MAKER.
           WRITE LINEA-TEMP.
           EXIT.

       100406-L-HISTORICA-MAKER.
      *    SELLO EN CADA PAGINA: LOS DATOS SON LA FOTO DEL CIERRE DEL
      *    TERMINO, NO EL ESTADO ACTUAL DEL ALUMNO.
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

       100500-READ-FIELDS.
           READ DOC-EST
             AT END
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20.

           ADD 1 TO WS-CKPT-INTERVALO.
           IF WS-CKPT-INTERVALO >= 25 AND NOT MODO-HISTORICO
               PERFORM 100520-GRABA-CHECKPOINT
               MOVE 0 TO WS-CKPT-INTERVALO
           END-IF.
               MOVE SPACES TO WS-MATERIA
               MOVE SPACES TO WS-PROFE
               MOVE "N" TO WS-MAT-ENCONTRADA
               IF MODO-HISTORICO
                   PERFORM 100530-MATERIA-HISTORICA
               ELSE
                   CALL "DATA-MATERIAS-SEARCH" USING
                       WS-MATERIAS-TABLA(WS-SUB) WS-MATERIA WS-PROFE
                       WS-MAT-ENCONTRADA
               END-IF
               IF MAT-ENCONTRADA
                   PERFORM 100502-FORMAT-DATA
               ELSE
               END-IF
           END-IF.
           EXIT.

       100530-MATERIA-HISTORICA.
      *    EN REIMPRESION HISTORICA EL NOMBRE Y EL PROFESOR SALEN DE
      *    LAS MATERIAS DEL TERMINO, NO DEL CATALOGO VIGENTE QUE LEE
      *    DATA-MATERIAS-SEARCH.
           MOVE WS-MATERIAS-TABLA(WS-SUB) TO MAT-REG-LLAVE.
           READ DOC-MAT
               INVALID KEY
                   MOVE "N" TO WS-MAT-ENCONTRADA
               NOT INVALID KEY
                   MOVE MAT-REG-NOMBRE TO WS-MATERIA
                   MOVE SPACES TO WS-PROF-NOMBRE-LK
                   MOVE "N" TO WS-PROF-ENCONTRADO
                   MOVE MAT-REG-PROFE-CLAVE TO WS-PROF-CLAVE-LK
                   CALL "PROFESOR-SEARCH" USING
                       WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK
                       WS-PROF-ENCONTRADO
                   IF NOT PROFESOR-ENCONTRADO
                       MOVE "** PROFESOR NO CATALOGADO **"
                           TO WS-PROF-NOMBRE-LK
                   END-IF
                   MOVE WS-PROF-NOMBRE-LK(1:20) TO WS-PROFE
                   SET MAT-ENCONTRADA TO TRUE
           END-READ.
           EXIT.

       100502-FORMAT-DATA.
           INITIALIZE COL-GRADO.
           INITIALIZE POS.
           CLOSE DOC-EST.
           CLOSE REP-EST.
           CLOSE REP-EST-CSV.
           IF MODO-HISTORICO
               CLOSE DOC-MAT
           ELSE
               PERFORM 100610-LIMPIA-CHECKPOINT
           END-IF.

           EXIT.

