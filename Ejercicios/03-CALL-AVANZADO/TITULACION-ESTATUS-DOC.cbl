      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: REPORT INTO "REP-TITULACION.txt" THE TITULACION
      *          PIPELINE OF THE EGRESADOS: ONE BLOCK PER STATUS OF
      *          "titulacion.txt" (IN PIPELINE ORDER) WITH THE DAYS
      *          EACH EXPEDIENTE HAS BEEN IN ITS CURRENT STATUS, AND
      *          THE EGRESADOS OF "egresados.txt" THAT WERE NEVER
      *          INCORPORATED. LOS DETENIDOS MAS DE DIAS-TITULA
      *          DIAS (PARAMETROS.TXT, 365 POR OMISION) SE MARCAN
      *          PARA QUE LA DIRECCION LES DE SEGUIMIENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITULACION-ESTATUS-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-TITULACION ASSIGN TO "titulacion.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TIT-REG-LLAVE
                   FILE STATUS WS-STATUS-TIT.

               SELECT DOC-EGRESADOS ASSIGN TO "egresados.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-EGR.

               SELECT REP-TITULACION ASSIGN TO "REP-TITULACION.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-TITULACION.
               COPY "TIT-REG-DOC.cpy".

           FD DOC-EGRESADOS.
      *    MISMO REGISTRO QUE ESCRIBE GRADUACION-DOC.
               01 EGR-REG.
                   05 EGR-FOLIO PIC 9(06).
                   05 EGR-CLAVE PIC 9(08).
                   05 EGR-NOMBRE PIC X(40).
                   05 EGR-CARRERA PIC 9(02).
                   05 EGR-FECHA PIC 9(08).

           FD REP-TITULACION.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-TIT PIC XX.
               05 WS-STATUS-EGR PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-DIA-HOY PIC 9(07) VALUE ZEROS.
               05 WS-DIAS-ALERTA PIC 9(05) VALUE 365.
               05 WS-FECHA-DESDE PIC 9(08) VALUE ZEROS.
               05 WS-DIAS-EN-ESTATUS PIC 9(05) VALUE ZEROS.
               05 WS-ESTATUS-ACTUAL PIC X(01).
               05 WS-MARCA PIC X(12).

      *    ORDEN DEL PIPELINE Y LEYENDA DE CADA ESTATUS.
           01 WS-ESTATUS-DATOS.
               05 FILLER PIC X(31) VALUE
                   "IINCORPORADO, SIN MODALIDAD   ".
               05 FILLER PIC X(31) VALUE
                   "MMODALIDAD REGISTRADA         ".
               05 FILLER PIC X(31) VALUE
                   "JJURADO ASIGNADO              ".
               05 FILLER PIC X(31) VALUE
                   "XEXAMEN PROGRAMADO            ".
               05 FILLER PIC X(31) VALUE
                   "AACTA DE EXAMEN PROFESIONAL   ".
               05 FILLER PIC X(31) VALUE
                   "TTITULO EN TRAMITE DE REGISTRO".
               05 FILLER PIC X(31) VALUE
                   "RTITULO REGISTRADO            ".
           01 WS-ESTATUS-TABLA REDEFINES WS-ESTATUS-DATOS.
               05 WS-ESTATUS-ENTRADA OCCURS 7 TIMES.
                   10 WS-EST-CODIGO PIC X(01).
                   10 WS-EST-LEYENDA PIC X(30).

           01 WS-CONTADORES.
               05 WS-CUENTA-ESTATUS PIC 9(05) OCCURS 7 TIMES.
               05 WS-DETENIDOS-ESTATUS PIC 9(05) OCCURS 7 TIMES.
               05 WS-TOTAL-EXPEDIENTES PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-DETENIDOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-SIN-EXPEDIENTE PIC 9(05) VALUE ZEROS.
               05 WS-SIN-EXP-DETENIDOS PIC 9(05) VALUE ZEROS.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(01).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-PUNTEADA PIC X(132) VALUE ALL "-".

           01 SWITCHES.
               05 WS-FIN-TIT PIC X VALUE "N".
                   88 FIN-TITULACION VALUE "S".
               05 WS-FIN-EGR PIC X VALUE "N".
                   88 FIN-EGRESADOS VALUE "S".
               05 WS-HAY-TITULACION PIC X VALUE "N".
                   88 HAY-ARCHIVO-TITULACION VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           MOVE "DIAS-TITULA" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-DIAS-ALERTA
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           INITIALIZE WS-CONTADORES.
           OPEN INPUT DOC-TITULACION.
           IF WS-STATUS-TIT = "00"
               SET HAY-ARCHIVO-TITULACION TO TRUE
           END-IF.
           OPEN OUTPUT REP-TITULACION.
           PERFORM 100100-ENCABEZADO.
           IF HAY-ARCHIVO-TITULACION
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
                   PERFORM 100200-BLOQUE-ESTATUS
               END-PERFORM
           END-IF.
           PERFORM 100400-SIN-EXPEDIENTE.
           PERFORM 100900-TOTALES.
           IF HAY-ARCHIVO-TITULACION
               CLOSE DOC-TITULACION
           END-IF.
           CLOSE REP-TITULACION.
           DISPLAY "**** " WS-TOTAL-DETENIDOS " EXPEDIENTES DETENIDOS "
                   "MAS DE " WS-DIAS-ALERTA " DIAS ***".
           DISPLAY "**** VER REP-TITULACION.txt ***".
           EXIT.

       100100-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "TITULACION DE EGRESADOS POR ESTATUS AL "
                   DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               "   (ALERTA: MAS DE " DELIMITED BY SIZE
               WS-DIAS-ALERTA DELIMITED BY SIZE
               " DIAS EN EL MISMO ESTATUS)" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100200-BLOQUE-ESTATUS.
      *    UNA PASADA DEL ARCHIVO POR ESTATUS; LOS TITULOS YA
      *    REGISTRADOS SOLO SE CUENTAN.
           MOVE WS-EST-CODIGO(WS-IDX) TO WS-ESTATUS-ACTUAL.
           IF WS-ESTATUS-ACTUAL NOT = "R"
               INITIALIZE LINEA-TEMP
               STRING
                   "ESTATUS " DELIMITED BY SIZE
                   WS-ESTATUS-ACTUAL DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-EST-LEYENDA(WS-IDX) DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
               INITIALIZE LINEA-TEMP
               MOVE "  FOLIO  CLAVE    NOMBRE
      -            "                    CA MOD DESDE    DIAS" TO
                   LINEA-TEMP
               WRITE LINEA-TEMP
               INITIALIZE LINEA-TEMP
               MOVE LINEA-PUNTEADA TO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           MOVE LOW-VALUES TO TIT-REG-LLAVE.
           MOVE "N" TO WS-FIN-TIT.
           START DOC-TITULACION KEY IS NOT LESS THAN TIT-REG-LLAVE
               INVALID KEY
                   SET FIN-TITULACION TO TRUE
           END-START.
           PERFORM UNTIL FIN-TITULACION
               READ DOC-TITULACION NEXT RECORD
                   AT END
                       SET FIN-TITULACION TO TRUE
                   NOT AT END
                       IF TIT-REG-ESTATUS = WS-ESTATUS-ACTUAL
                           PERFORM 100300-RENGLON-EXPEDIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ESTATUS-ACTUAL NOT = "R"
               INITIALIZE LINEA-TEMP
               STRING
                   "  EXPEDIENTES: " DELIMITED BY SIZE
                   WS-CUENTA-ESTATUS(WS-IDX) DELIMITED BY SIZE
                   "   DETENIDOS: " DELIMITED BY SIZE
                   WS-DETENIDOS-ESTATUS(WS-IDX) DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
               INITIALIZE LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           EXIT.

       100300-RENGLON-EXPEDIENTE.
           ADD 1 TO WS-CUENTA-ESTATUS(WS-IDX).
           ADD 1 TO WS-TOTAL-EXPEDIENTES.
           IF WS-ESTATUS-ACTUAL = "R"
               EXIT PARAGRAPH
           END-IF.
           MOVE TIT-REG-FECHA-ESTATUS TO WS-FECHA-DESDE.
           IF WS-FECHA-DESDE = ZEROS
               MOVE TIT-REG-FECHA-EGRESO TO WS-FECHA-DESDE
           END-IF.
           PERFORM 100500-CALCULA-DIAS.
           MOVE SPACES TO WS-MARCA.
           IF WS-DIAS-EN-ESTATUS > WS-DIAS-ALERTA
               MOVE "*** DETENIDO" TO WS-MARCA
               ADD 1 TO WS-DETENIDOS-ESTATUS(WS-IDX)
               ADD 1 TO WS-TOTAL-DETENIDOS
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               "  " DELIMITED BY SIZE
               TIT-REG-FOLIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIT-REG-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIT-REG-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIT-REG-CARRERA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TIT-REG-MODALIDAD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FECHA-DESDE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIAS-EN-ESTATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MARCA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100400-SIN-EXPEDIENTE.
      *    EGRESADOS QUE NUNCA SE INCORPORARON A TITULACION; SU
      *    ANTIGUEDAD SE MIDE DESDE LA FECHA DE EGRESO.
           OPEN INPUT DOC-EGRESADOS.
           IF WS-STATUS-EGR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE "EGRESADOS SIN EXPEDIENTE DE TITULACION" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM UNTIL FIN-EGRESADOS
               READ DOC-EGRESADOS
                   AT END
                       SET FIN-EGRESADOS TO TRUE
                   NOT AT END
                       PERFORM 100410-REVISA-EGRESADO
               END-READ
           END-PERFORM.
           CLOSE DOC-EGRESADOS.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100410-REVISA-EGRESADO.
           IF HAY-ARCHIVO-TITULACION
               MOVE EGR-FOLIO TO TIT-REG-FOLIO
               MOVE EGR-CLAVE TO TIT-REG-CLAVE
               READ DOC-TITULACION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           ADD 1 TO WS-TOTAL-SIN-EXPEDIENTE.
           MOVE EGR-FECHA TO WS-FECHA-DESDE.
           PERFORM 100500-CALCULA-DIAS.
           MOVE SPACES TO WS-MARCA.
           IF WS-DIAS-EN-ESTATUS > WS-DIAS-ALERTA
               MOVE "*** DETENIDO" TO WS-MARCA
               ADD 1 TO WS-SIN-EXP-DETENIDOS
               ADD 1 TO WS-TOTAL-DETENIDOS
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               "  " DELIMITED BY SIZE
               EGR-FOLIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EGR-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EGR-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EGR-CARRERA DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-FECHA-DESDE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIAS-EN-ESTATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MARCA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-CALCULA-DIAS.
           MOVE ZEROS TO WS-DIAS-EN-ESTATUS.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DESDE) = ZEROS
               AND WS-FECHA-DESDE <= WS-FECHA-HOY
               COMPUTE WS-DIAS-EN-ESTATUS = WS-DIA-HOY -
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE)
           END-IF.
           EXIT.

       100900-TOTALES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF NOT HAY-ARCHIVO-TITULACION
               INITIALIZE LINEA-TEMP
               MOVE "**** NO EXISTE TITULACION.TXT: NINGUN EGRESADO SE
      -            " HA INCORPORADO ****" TO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               INITIALIZE LINEA-TEMP
               STRING
                   WS-EST-CODIGO(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EST-LEYENDA(WS-IDX) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-CUENTA-ESTATUS(WS-IDX) DELIMITED BY SIZE
                   "   DETENIDOS: " DELIMITED BY SIZE
                   WS-DETENIDOS-ESTATUS(WS-IDX) DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-PERFORM.
           INITIALIZE LINEA-TEMP.
           STRING
               "  SIN EXPEDIENTE                : " DELIMITED BY SIZE
               WS-TOTAL-SIN-EXPEDIENTE DELIMITED BY SIZE
               "   DETENIDOS: " DELIMITED BY SIZE
               WS-SIN-EXP-DETENIDOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "TOTAL DE EXPEDIENTES: " DELIMITED BY SIZE
               WS-TOTAL-EXPEDIENTES DELIMITED BY SIZE
               "   TOTAL DETENIDOS MAS DE " DELIMITED BY SIZE
               WS-DIAS-ALERTA DELIMITED BY SIZE
               " DIAS: " DELIMITED BY SIZE
               WS-TOTAL-DETENIDOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM TITULACION-ESTATUS-DOC.
