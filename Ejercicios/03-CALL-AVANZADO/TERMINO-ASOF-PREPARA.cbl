      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: PREPARA LA REIMPRESION HISTORICA DE UN TERMINO
      *          CERRADO. VALIDA QUE EL TERMINO ESTE EN "terminos.txt"
      *          (TERM-CLOSE-DOC), CARGA SUS SNAPSHOTS
      *          estudiantes-<termino>.txt Y materias-<termino>.txt EN
      *          COPIAS INDEXADAS (estudiantes-<termino>.asof Y
      *          materias-<termino>.asof) CON LA MISMA LLAVE QUE LOS
      *          MAESTROS VIVOS, Y DEVUELVE SUS NOMBRES MAS LA FECHA DE
      *          CIERRE DE CALIFICACIONES DEL CICLO (ciclos.txt) PARA
      *          LEER LOS UMBRALES CON PARAMETROS-ASOF-SEARCH. ASI LOS
      *          REPORTES ACADEMICOS CORREN SIN CAMBIAR SU LOGICA
      *          CONTRA LA FOTO DEL CIERRE. FECHA 0 = EL TERMINO NO
      *          TIENE CICLO; EL LLAMADOR USA LOS PARAMETROS VIGENTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMINO-ASOF-PREPARA.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT DOC-TERMINOS ASSIGN TO "terminos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUS-TERMINOS.

                   SELECT SNAP-EST ASSIGN TO WS-SNAP-EST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUS-SNAP-EST.

                   SELECT SNAP-MAT ASSIGN TO WS-SNAP-MAT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUS-SNAP-MAT.

                   SELECT ASOF-EST ASSIGN TO WS-ASOF-EST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS IS WS-STATUS-ASOF-EST.

                   SELECT ASOF-MAT ASSIGN TO WS-ASOF-MAT-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS IS WS-STATUS-ASOF-MAT.

                   SELECT DOC-CICLOS ASSIGN TO "ciclos.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CIC-REG-ID
                   FILE STATUS IS WS-STATUS-CIC.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-TERMINOS.
               01 LINEA-TERMINO PIC X(10).

           FD SNAP-EST.
               01 SNAP-EST-REG PIC X(535).

           FD SNAP-MAT.
               01 SNAP-MAT-REG PIC X(66).

           FD ASOF-EST.
               COPY "EST-REG-DOC.cpy".

           FD ASOF-MAT.
               COPY "MAT-REG-DOC.cpy".

           FD DOC-CICLOS.
               01 CIC-REG-DOC.
                   05 CIC-REG-ID PIC X(10).
                   05 CIC-REG-INSCR-INI PIC 9(08).
                   05 CIC-REG-INSCR-FIN PIC 9(08).
                   05 CIC-REG-CALIF-INI PIC 9(08).
                   05 CIC-REG-CALIF-FIN PIC 9(08).
                   05 CIC-REG-ESTATUS PIC X(01).

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-TERMINOS PIC XX.
               05 WS-STATUS-SNAP-EST PIC XX.
               05 WS-STATUS-SNAP-MAT PIC XX.
               05 WS-STATUS-ASOF-EST PIC XX.
               05 WS-STATUS-ASOF-MAT PIC XX.
               05 WS-STATUS-CIC PIC XX.
               05 WS-SNAP-EST-FILENAME PIC X(40).
               05 WS-SNAP-MAT-FILENAME PIC X(40).
               05 WS-ASOF-EST-FILENAME PIC X(40).
               05 WS-ASOF-MAT-FILENAME PIC X(40).
               05 WS-TOTAL-EST PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-MAT PIC 9(05) VALUE ZEROS.

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-TERMINO-EXISTE PIC X VALUE "N".
                   88 TERMINO-CERRADO VALUE "S".

       LINKAGE SECTION.
           01 LK-TERMINO PIC X(10).
           01 LK-EST-ARCHIVO PIC X(40).
           01 LK-MAT-ARCHIVO PIC X(40).
           01 LK-FECHA-CIERRE PIC 9(08).
           01 LK-LISTO PIC X.
               88 LK-TERMINO-LISTO VALUE "S".
               88 LK-TERMINO-NO-LISTO VALUE "N".

       PROCEDURE DIVISION USING LK-TERMINO LK-EST-ARCHIVO
           LK-MAT-ARCHIVO LK-FECHA-CIERRE LK-LISTO.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           SET LK-TERMINO-NO-LISTO TO TRUE.
           MOVE ZEROS TO LK-FECHA-CIERRE.
           MOVE ZEROS TO WS-TOTAL-EST.
           MOVE ZEROS TO WS-TOTAL-MAT.
           PERFORM 100100-VALIDA-TERMINO.
           IF NOT TERMINO-CERRADO
               DISPLAY "**** EL TERMINO " FUNCTION TRIM(LK-TERMINO)
                       " NO ESTA CERRADO EN TERMINOS.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100150-ARMA-NOMBRES.
           PERFORM 100200-CARGA-ESTUDIANTES.
           IF WS-STATUS-SNAP-EST NOT = "00"
               DISPLAY "**** NO SE ENCONTRO "
                       FUNCTION TRIM(WS-SNAP-EST-FILENAME) " ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100300-CARGA-MATERIAS.
           IF WS-STATUS-SNAP-MAT NOT = "00"
               DISPLAY "**** NO SE ENCONTRO "
                       FUNCTION TRIM(WS-SNAP-MAT-FILENAME) " ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100400-FECHA-CIERRE.
           SET LK-TERMINO-LISTO TO TRUE.
           DISPLAY "**** TERMINO " FUNCTION TRIM(LK-TERMINO)
                   ": " WS-TOTAL-EST " ALUMNOS, " WS-TOTAL-MAT
                   " GRUPOS AL CIERRE ***".
           EXIT.

       100100-VALIDA-TERMINO.
      *    SOLO SE REIMPRIME UN TERMINO QUE TERM-CLOSE-DOC DEJO
      *    ANOTADO; SIN ESO NO HAY FOTO DEL CIERRE QUE LEER.
           MOVE "N" TO WS-TERMINO-EXISTE.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-TERMINOS.
           IF WS-STATUS-TERMINOS = "00"
               PERFORM UNTIL FIN-ARCHIVO OR TERMINO-CERRADO
                   READ DOC-TERMINOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF LINEA-TERMINO = LK-TERMINO
                               SET TERMINO-CERRADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-TERMINOS.
           EXIT.

       100150-ARMA-NOMBRES.
      *    MISMOS NOMBRES QUE ESCRIBE TERM-CLOSE-DOC; LAS COPIAS
      *    INDEXADAS LLEVAN EXTENSION .asof PARA NO PISAR LA FOTO.
           INITIALIZE WS-SNAP-EST-FILENAME.
           STRING
               "estudiantes-" DELIMITED BY SIZE
               FUNCTION TRIM(LK-TERMINO) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-SNAP-EST-FILENAME.
           INITIALIZE WS-SNAP-MAT-FILENAME.
           STRING
               "materias-" DELIMITED BY SIZE
               FUNCTION TRIM(LK-TERMINO) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-SNAP-MAT-FILENAME.
           INITIALIZE WS-ASOF-EST-FILENAME.
           STRING
               "estudiantes-" DELIMITED BY SIZE
               FUNCTION TRIM(LK-TERMINO) DELIMITED BY SIZE
               ".asof" DELIMITED BY SIZE
           INTO WS-ASOF-EST-FILENAME.
           INITIALIZE WS-ASOF-MAT-FILENAME.
           STRING
               "materias-" DELIMITED BY SIZE
               FUNCTION TRIM(LK-TERMINO) DELIMITED BY SIZE
               ".asof" DELIMITED BY SIZE
           INTO WS-ASOF-MAT-FILENAME.
           MOVE WS-ASOF-EST-FILENAME TO LK-EST-ARCHIVO.
           MOVE WS-ASOF-MAT-FILENAME TO LK-MAT-ARCHIVO.
           EXIT.

       100200-CARGA-ESTUDIANTES.
      *    LA COPIA SE REHACE EN CADA CORRIDA DESDE LA FOTO; LA FOTO
      *    ES LA FUENTE, LA COPIA SOLO DA ACCESO POR LLAVE.
           MOVE "N" TO WS-FIN.
           OPEN INPUT SNAP-EST.
           IF WS-STATUS-SNAP-EST NOT = "00"
               CLOSE SNAP-EST
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ASOF-EST.
           PERFORM UNTIL FIN-ARCHIVO
               READ SNAP-EST
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE SNAP-EST-REG TO EST-REG-DOC
                       WRITE EST-REG-DOC
                           INVALID KEY
                               DISPLAY "**** CLAVE DUPLICADA EN LA "
                                       "FOTO: " EST-REG-CLAVE " ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-EST
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE SNAP-EST.
           CLOSE ASOF-EST.
           MOVE "00" TO WS-STATUS-SNAP-EST.
           EXIT.

       100300-CARGA-MATERIAS.
           MOVE "N" TO WS-FIN.
           OPEN INPUT SNAP-MAT.
           IF WS-STATUS-SNAP-MAT NOT = "00"
               CLOSE SNAP-MAT
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ASOF-MAT.
           PERFORM UNTIL FIN-ARCHIVO
               READ SNAP-MAT
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE SNAP-MAT-REG TO MAT-REG-DOC
                       WRITE MAT-REG-DOC
                           INVALID KEY
                               DISPLAY "**** GRUPO DUPLICADO EN LA "
                                       "FOTO: " MAT-REG-LLAVE " ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-MAT
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE SNAP-MAT.
           CLOSE ASOF-MAT.
           MOVE "00" TO WS-STATUS-SNAP-MAT.
           EXIT.

       100400-FECHA-CIERRE.
      *    IGUAL QUE HIST-APROBADA-SEARCH: LA FECHA DE REFERENCIA DEL
      *    TERMINO ES EL CIERRE DE CALIFICACIONES DE SU CICLO.
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC = "00"
               MOVE LK-TERMINO TO CIC-REG-ID
               READ DOC-CICLOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CIC-REG-CALIF-FIN TO LK-FECHA-CIERRE
               END-READ
           END-IF.
           CLOSE DOC-CICLOS.
           EXIT.

       END PROGRAM TERMINO-ASOF-PREPARA.
