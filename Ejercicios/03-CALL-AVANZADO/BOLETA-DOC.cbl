      *          ITS NAME FROM DATA-MATERIAS-SEARCH, LOS TRES
      *          PARCIALES Y LA FINAL, AND THE COMPUTED AVERAGE.
      *          RUNNABLE FOR ONE CLAVE OR THE WHOLE ACTIVE ROSTER
      *          FOR DISTRIBUTION DAY. FOR A CLOSED TERMINO IT CAN
      *          REPRINT FROM THAT TERM'S SNAPSHOTS
      *          (TERMINO-ASOF-PREPARA) INTO
      *          "REP-BOLETAS-HIST-<termino>.txt", EVERY PAGE STAMPED
      *          AS A HISTORICAL REPRINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETA-DOC.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-EST ASSIGN TO WS-EST-FILENAME
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

      *        SOLO EN REIMPRESION HISTORICA: MATERIAS DEL TERMINO.
               SELECT DOC-MAT ASSIGN TO WS-MAT-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT REP-BOLETAS ASSIGN TO WS-REP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-MAT.
               COPY "MAT-REG-DOC.cpy".

           FD REP-BOLETAS.
               01 LINEA-TEMP PIC X(80).

               05 WS-CLAVE-BUSCADA PIC 9(08).
               05 WS-TERMINO PIC X(10).
               05 WS-TOTAL-BOLETAS PIC 9(04) VALUE ZEROS.
               05 WS-STATUS-MAT PIC XX.
               05 WS-REP-FILENAME PIC X(40) VALUE "REP-BOLETAS.txt".
      *        REIMPRESION HISTORICA: COPIAS DE LOS SNAPSHOTS DEL
      *        TERMINO QUE DEVUELVE TERMINO-ASOF-PREPARA.
               05 WS-RESPUESTA-HIST PIC X VALUE "N".
               05 WS-EST-FILENAME PIC X(40) VALUE "estudiantes.txt".
               05 WS-MAT-FILENAME PIC X(40) VALUE "materias.txt".
               05 WS-FECHA-CIERRE PIC 9(08) VALUE ZEROS.
               05 WS-ASOF-LISTO PIC X VALUE "N".
                   88 MODO-HISTORICO VALUE "S".

           01 WS-CALL.
               05 WS-MATERIA PIC X(32).
       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           DISPLAY "----------------------------".
           DISPLAY "LOG -- TERMINO (EJ. 2026-1): " WITH NO ADVANCING.
           ACCEPT WS-TERMINO.
           MOVE FUNCTION UPPER-CASE(WS-TERMINO) TO WS-TERMINO.
           DISPLAY "¿REIMPRESION HISTORICA DE ESE TERMINO CERRADO? "
                   "(S/N): " WITH NO ADVANCING.
           ACCEPT WS-RESPUESTA-HIST.
           MOVE FUNCTION UPPER-CASE(WS-RESPUESTA-HIST)
               TO WS-RESPUESTA-HIST.
           IF WS-RESPUESTA-HIST = "S"
               PERFORM 100050-PREPARA-HISTORICO
               IF NOT MODO-HISTORICO
                   DISPLAY "**** REIMPRESION CANCELADA ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "  [1] UNA BOLETA (POR CLAVE)".
           DISPLAY "  [2] CORRIDA COMPLETA (PADRON ACTIVO)".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ESTUDIANTES.TXT NO EXISTE TODAVIA ***"
           ELSE
               IF MODO-HISTORICO
                   OPEN INPUT DOC-MAT
               END-IF
               OPEN OUTPUT REP-BOLETAS
               EVALUATE WS-MODO
                   WHEN 1
               END-EVALUATE
               CLOSE REP-BOLETAS
               CLOSE DOC-EST
               IF MODO-HISTORICO
                   CLOSE DOC-MAT
               END-IF
               DISPLAY "**** BOLETAS GENERADAS: " WS-TOTAL-BOLETAS
                       " EN " FUNCTION TRIM(WS-REP-FILENAME) " ***"
           END-IF.
           EXIT.

       100050-PREPARA-HISTORICO.
      *    LA BOLETA SALE DE LA FOTO DEL CIERRE DEL TERMINO (ALUMNOS
      *    Y MATERIAS), A UN ARCHIVO APARTE PARA NO CONFUNDIRLA CON
      *    LA CORRIDA VIGENTE.
           CALL "TERMINO-ASOF-PREPARA" USING
               WS-TERMINO WS-EST-FILENAME WS-MAT-FILENAME
               WS-FECHA-CIERRE WS-ASOF-LISTO.
           IF MODO-HISTORICO
               INITIALIZE WS-REP-FILENAME
               STRING
                   "REP-BOLETAS-HIST-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERMINO) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REP-FILENAME
           END-IF.
           EXIT.

               WS-TERMINO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF MODO-HISTORICO
               INITIALIZE LINEA-TEMP
               STRING
                   "*** REIMPRESION HISTORICA - DATOS AL CIERRE DEL "
                       DELIMITED BY SIZE
                   "TERMINO (" DELIMITED BY SIZE
                   WS-FECHA-CIERRE DELIMITED BY SIZE
                   ") ***" DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-MARCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
                   WS-SD-MARCADO
               MOVE 1 TO WS-CRED-LK
               MOVE "N" TO WS-CRED-ENC
               MOVE SPACES TO WS-MATERIA
               MOVE SPACES TO WS-PROFE
               MOVE "N" TO WS-MAT-ENCONTRADA
               IF MODO-HISTORICO
                   PERFORM 100320-MATERIA-HISTORICA
               ELSE
                   CALL "CREDITOS-SEARCH" USING
                       EST-REG-MATERIA-TABLA(WS-SUB) WS-CRED-LK
                       WS-CRED-ENC
                   CALL "DATA-MATERIAS-SEARCH" USING
                       EST-REG-MATERIA-TABLA(WS-SUB) WS-MATERIA
                       WS-PROFE WS-MAT-ENCONTRADA
               END-IF
               IF NOT ALUMNO-SIN-DERECHO
                   COMPUTE WS-CALIF-SUMA = WS-CALIF-SUMA
                       + EST-REG-CALIF-TABLA(WS-SUB) * WS-CRED-LK
                   ADD WS-CRED-LK TO WS-CALIF-CONT
               END-IF
               IF NOT MAT-ENCONTRADA
                   MOVE "**** MATERIA NO ENCONTRADA ****"
                       TO WS-MATERIA
           END-IF.
           EXIT.

       100320-MATERIA-HISTORICA.
      *    NOMBRE Y CREDITOS DE LA MATERIA COMO ESTABAN AL CIERRE DEL
      *    TERMINO; MISMA REGLA QUE CREDITOS-SEARCH (00 PESA 1).
           MOVE EST-REG-MATERIA-TABLA(WS-SUB) TO MAT-REG-LLAVE.
           READ DOC-MAT
               INVALID KEY
                   MOVE "N" TO WS-MAT-ENCONTRADA
               NOT INVALID KEY
                   MOVE MAT-REG-NOMBRE TO WS-MATERIA
                   IF MAT-REG-CREDITOS > ZEROS
                       MOVE MAT-REG-CREDITOS TO WS-CRED-LK
                   END-IF
                   MOVE "S" TO WS-CRED-ENC
                   SET MAT-ENCONTRADA TO TRUE
           END-READ.
           EXIT.

       END PROGRAM BOLETA-DOC.
