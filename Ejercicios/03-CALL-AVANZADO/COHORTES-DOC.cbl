      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: ENTRY-COHORT (GENERACION) RETENTION AND GRADUATION
      *          REPORT "REP-COHORTES.txt". EL TERMINO DE INGRESO DE
      *          CADA ALUMNO ES EL PRIMER SNAPSHOT DE "terminos.txt"
      *          DONDE APARECE SU CLAVE; DE AHI SE LE SIGUE EN LOS
      *          SNAPSHOTS DEL MISMO PERIODO UNO, DOS Y TRES ANOS
      *          DESPUES (EL ANO SON LOS PRIMEROS 4 DEL NOMBRE DEL
      *          TERMINO, EL RESTO ES EL PERIODO), EN "egresados.txt"
      *          Y EN EL ESTATUS ACTUAL DEL MAESTRO. POR GENERACION,
      *          Y DENTRO DE ELLA POR CARRERA Y POR PLANTEL, TABULA
      *          RETENCION A 1/2/3 ANOS, BAJAS, EGRESO, EGRESO A
      *          TIEMPO (ANOS-CARRERA, 4 POR OMISION) Y TIEMPO
      *          PROMEDIO PARA EGRESAR. LOS ALUMNOS DEL PRIMER
      *          SNAPSHOT QUE YA NO ESTABAN EN PRIMER GRADO
      *          INGRESARON ANTES DEL HISTORICO Y NO FORMAN GENERACION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORTES-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-TERMINOS ASSIGN TO "terminos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-TERMINOS.

               SELECT DOC-HIST ASSIGN TO WS-HIST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-HIST.

               SELECT DOC-CICLOS ASSIGN TO "ciclos.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CIC-REG-ID
                   FILE STATUS WS-STATUS-CIC.

               SELECT DOC-EGRESADOS ASSIGN TO "egresados.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-EGR.

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

               SELECT DOC-TRABAJO ASSIGN TO "COHORTES-TMP.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-WRK.

               SELECT SORT-FILE ASSIGN TO "SORTWK-COHORTES".

               SELECT DOC-TRABAJO-ORD ASSIGN TO "COHORTES-TMP.ord"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-ORD.

               SELECT REP-COHORTES ASSIGN TO "REP-COHORTES.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-TERMINOS.
               01 LINEA-TERMINO PIC X(10).

           FD DOC-HIST.
      *    DEL SNAPSHOT (LAYOUT DE EST-REG-DOC.cpy) SOLO SE NECESITAN
      *    CLAVE, GRADO, CARRERA, ESTATUS Y PLANTEL.
               01 HIST-REG.
                   05 HIST-CLAVE PIC 9(08).
                   05 FILLER PIC X(40).
                   05 HIST-GRADO PIC 9(02).
                   05 HIST-CARRERA PIC 9(02).
                   05 FILLER PIC X(480).
                   05 HIST-ESTATUS PIC X(01).
                   05 HIST-PLANTEL PIC 9(02).

           FD DOC-CICLOS.
               01 CIC-REG-DOC.
                   05 CIC-REG-ID PIC X(10).
                   05 CIC-REG-INSCR-INI PIC 9(08).
                   05 CIC-REG-INSCR-FIN PIC 9(08).
                   05 CIC-REG-CALIF-INI PIC 9(08).
                   05 CIC-REG-CALIF-FIN PIC 9(08).
                   05 CIC-REG-ESTATUS PIC X(01).

           FD DOC-EGRESADOS.
               01 EGR-REG.
                   05 EGR-FOLIO PIC 9(06).
                   05 EGR-CLAVE PIC 9(08).
                   05 EGR-NOMBRE PIC X(40).
                   05 EGR-CARRERA PIC 9(02).
                   05 EGR-FECHA PIC 9(08).

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

      *    UN RENGLON POR APARICION DEL ALUMNO: "T" EN UN SNAPSHOT
      *    (ORDEN = NUMERO DE TERMINO), "E" EN EGRESADOS (ORDEN 98) Y
      *    "M" EN EL MAESTRO (ORDEN 99). ORDENADO POR CLAVE + ORDEN
      *    EL PRIMER "T" ES EL TERMINO DE INGRESO.
           FD DOC-TRABAJO.
               01 WRK-REG.
                   05 WRK-CLAVE PIC 9(08).
                   05 WRK-ORDEN PIC 9(02).
                   05 WRK-TIPO PIC X(01).
                   05 WRK-ESTATUS PIC X(01).
                   05 WRK-CARRERA PIC 9(02).
                   05 WRK-PLANTEL PIC 9(02).
                   05 WRK-GRADO PIC 9(02).
                   05 WRK-FECHA PIC 9(08).

           SD SORT-FILE.
               01 SD-WRK-REG.
                   05 SD-CLAVE PIC 9(08).
                   05 SD-ORDEN PIC 9(02).
                   05 FILLER PIC X(16).

           FD DOC-TRABAJO-ORD.
               01 ORD-REG.
                   05 ORD-CLAVE PIC 9(08).
                   05 ORD-ORDEN PIC 9(02).
                   05 ORD-TIPO PIC X(01).
                   05 ORD-ESTATUS PIC X(01).
                   05 ORD-CARRERA PIC 9(02).
                   05 ORD-PLANTEL PIC 9(02).
                   05 ORD-GRADO PIC 9(02).
                   05 ORD-FECHA PIC 9(08).

           FD REP-COHORTES.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-TERMINOS PIC XX.
               05 WS-STATUS-HIST PIC XX.
               05 WS-STATUS-CIC PIC XX.
               05 WS-STATUS-EGR PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-WRK PIC XX.
               05 WS-STATUS-ORD PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-HIST-FILENAME PIC X(30).
               05 WS-ANOS-CARRERA PIC 9(03) VALUE 4.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-MESES PIC S9(05) VALUE ZEROS.
               05 WS-PORCENTAJE PIC 9(03) VALUE ZEROS.
               05 WS-PROMEDIO-ANOS PIC 9(03)V9 VALUE ZEROS.
               05 WS-ETIQUETA PIC X(20) VALUE SPACES.
               05 WS-COL PIC 9(03) VALUE ZEROS.
               05 WS-FECHA-EGRESO PIC 9(08).
               05 WS-FECHA-EGRESO-R REDEFINES WS-FECHA-EGRESO.
                   10 WS-EGRESO-ANO PIC 9(04).
                   10 WS-EGRESO-MES PIC 9(02).
                   10 FILLER PIC 9(02).
               05 WS-FECHA-INGRESO PIC 9(08).
               05 WS-FECHA-INGRESO-R REDEFINES WS-FECHA-INGRESO.
                   10 WS-INGRESO-ANO PIC 9(04).
                   10 WS-INGRESO-MES PIC 9(02).
                   10 FILLER PIC 9(02).

      *    UN RENGLON POR TERMINO DE "terminos.txt", EN EL ORDEN EN
      *    QUE SE CERRARON, CON EL TERMINO DEL MISMO PERIODO A UNO,
      *    DOS Y TRES ANOS (CERO SI TODAVIA NO HAY SNAPSHOT).
           01 WS-SERIE.
               05 WS-TOTAL-TERMINOS PIC 99 VALUE ZEROS.
               05 WS-TERM-ENT OCCURS 20 TIMES.
                   10 WS-T-NOMBRE PIC X(10).
                   10 WS-T-NOMBRE-R REDEFINES WS-T-NOMBRE.
                       15 WS-T-ANO PIC X(04).
                       15 WS-T-PERIODO PIC X(06).
                   10 WS-T-INICIO PIC 9(08).
                   10 WS-T-SIGUIENTE OCCURS 3 TIMES PIC 99.

      *    ALUMNO EN CURSO DEL CORTE DE CONTROL.
           01 WS-ALUMNO.
               05 WS-A-INGRESO PIC 99.
               05 WS-A-CARRERA PIC 9(02).
               05 WS-A-PLANTEL PIC 9(02).
               05 WS-A-GRADO PIC 9(02).
               05 WS-A-ESTATUS PIC X(01).
               05 WS-A-EGRESO PIC 9(08).
               05 WS-A-PRESENTE OCCURS 20 TIMES PIC X(01).

      *    CONTADORES DE UN RENGLON DEL REPORTE; LA MISMA FORMA SE
      *    REPITE POR GENERACION, GENERACION+CARRERA Y
      *    GENERACION+PLANTEL.
           01 WS-GENERACIONES.
               05 WS-G-ENT OCCURS 20 TIMES.
                   10 WS-G-CUENTAS.
                       15 WS-G-ENTRAN PIC 9(05).
                       15 WS-G-RETENIDOS OCCURS 3 TIMES PIC 9(05).
                       15 WS-G-BAJAS PIC 9(05).
                       15 WS-G-EGRESOS PIC 9(05).
                       15 WS-G-A-TIEMPO PIC 9(05).
                       15 WS-G-MESES PIC 9(07).
                   10 WS-GC-ENT OCCURS 100 TIMES.
                       15 WS-GC-CUENTAS.
                           20 WS-GC-ENTRAN PIC 9(05).
                           20 WS-GC-RETENIDOS OCCURS 3 TIMES
                               PIC 9(05).
                           20 WS-GC-BAJAS PIC 9(05).
                           20 WS-GC-EGRESOS PIC 9(05).
                           20 WS-GC-A-TIEMPO PIC 9(05).
                           20 WS-GC-MESES PIC 9(07).
                   10 WS-GP-ENT OCCURS 100 TIMES.
                       15 WS-GP-CUENTAS.
                           20 WS-GP-ENTRAN PIC 9(05).
                           20 WS-GP-RETENIDOS OCCURS 3 TIMES
                               PIC 9(05).
                           20 WS-GP-BAJAS PIC 9(05).
                           20 WS-GP-EGRESOS PIC 9(05).
                           20 WS-GP-A-TIEMPO PIC 9(05).
                           20 WS-GP-MESES PIC 9(07).

           01 WS-RENGLON.
               05 WS-R-ENTRAN PIC 9(05).
               05 WS-R-RETENIDOS OCCURS 3 TIMES PIC 9(05).
               05 WS-R-BAJAS PIC 9(05).
               05 WS-R-EGRESOS PIC 9(05).
               05 WS-R-A-TIEMPO PIC 9(05).
               05 WS-R-MESES PIC 9(07).

           01 WS-TOTALES.
               05 WS-TOTAL-ALUMNOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-EN-GENERACION PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ANTERIORES PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-SIN-SNAPSHOT PIC 9(05) VALUE ZEROS.
               05 WS-SUMA-GENERACIONES PIC 9(05) VALUE ZEROS.

           01 WS-EDICION.
               05 WS-CUENTA-EDIT PIC ZZZZ9.
               05 WS-PCT-EDIT PIC ZZ9.
               05 WS-ANOS-EDIT PIC Z9.9.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 99.
               05 WS-IDX-2 PIC 99.
               05 WS-ANO PIC 9.
               05 WS-SUB PIC 9(03).
               05 WS-SUB-CAR PIC 9(03).
               05 WS-SUB-PLA PIC 9(03).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-TERMINOS PIC X VALUE "N".
                   88 FIN-TERMINOS VALUE "S".
               05 WS-FIN-HIST PIC X VALUE "N".
                   88 FIN-HISTORICO VALUE "S".
               05 WS-FIN-AUX PIC X VALUE "N".
                   88 FIN-AUXILIAR VALUE "S".
               05 WS-FIN-ORD PIC X VALUE "N".
                   88 FIN-ORDENADO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           MOVE "ANOS-CARRERA" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR > ZEROS
              AND WS-PARAM-VALOR < 100
               MOVE WS-PARAM-VALOR TO WS-ANOS-CARRERA
           END-IF.
           PERFORM 100100-CARGA-TERMINOS.
           IF WS-TOTAL-TERMINOS = ZEROS
               DISPLAY "**** SIN TERMINOS CERRADOS REGISTRADOS ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100150-ENLAZA-TERMINOS.
           OPEN OUTPUT DOC-TRABAJO.
           PERFORM 100200-EXTRAE-SNAPSHOT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-TERMINOS.
           PERFORM 100250-EXTRAE-EGRESADOS.
           PERFORM 100280-EXTRAE-MAESTRO.
           CLOSE DOC-TRABAJO.
           SORT SORT-FILE
               ON ASCENDING KEY SD-CLAVE SD-ORDEN
               USING DOC-TRABAJO
               GIVING DOC-TRABAJO-ORD.
           INITIALIZE WS-GENERACIONES.
           OPEN INPUT DOC-TRABAJO-ORD.
           PERFORM 100300-RECORRE-ALUMNOS.
           CLOSE DOC-TRABAJO-ORD.
           PERFORM 100500-ESCRIBE-REPORTE.
           DISPLAY "**** REPORTE GENERADO EN REP-COHORTES.txt ***".
           EXIT.

       100100-CARGA-TERMINOS.
      *    EL INICIO DE CADA TERMINO ES LA APERTURA DE INSCRIPCION DE
      *    SU CICLO EN "ciclos.txt"; SI NO ESTA, EL 1 DE ENERO DE SU
      *    ANO.
           OPEN INPUT DOC-CICLOS.
           OPEN INPUT DOC-TERMINOS.
           IF WS-STATUS-TERMINOS = "00"
               PERFORM UNTIL FIN-TERMINOS
                   READ DOC-TERMINOS
                       AT END
                           SET FIN-TERMINOS TO TRUE
                       NOT AT END
                           IF WS-TOTAL-TERMINOS < 20
                              AND LINEA-TERMINO NOT = SPACES
                               ADD 1 TO WS-TOTAL-TERMINOS
                               MOVE WS-TOTAL-TERMINOS TO WS-IDX
                               MOVE LINEA-TERMINO TO WS-T-NOMBRE(WS-IDX)
                               PERFORM 100110-INICIO-TERMINO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-TERMINOS.
           IF WS-STATUS-CIC = "00"
               CLOSE DOC-CICLOS
           END-IF.
           EXIT.

       100110-INICIO-TERMINO.
           MOVE ZEROS TO WS-T-INICIO(WS-IDX).
           IF WS-STATUS-CIC = "00"
               MOVE WS-T-NOMBRE(WS-IDX) TO CIC-REG-ID
               READ DOC-CICLOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CIC-REG-INSCR-INI TO WS-T-INICIO(WS-IDX)
               END-READ
           END-IF.
           IF WS-T-INICIO(WS-IDX) = ZEROS
              AND WS-T-ANO(WS-IDX) IS NUMERIC
               STRING
                   WS-T-ANO(WS-IDX) DELIMITED BY SIZE
                   "0101" DELIMITED BY SIZE
               INTO WS-T-INICIO(WS-IDX)
           END-IF.
           EXIT.

       100150-ENLAZA-TERMINOS.
      *    PARA CADA TERMINO, EL DEL MISMO PERIODO CON ANO + 1, + 2 Y
      *    + 3.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-TERMINOS
               MOVE ZEROS TO WS-T-SIGUIENTE(WS-IDX, 1)
                             WS-T-SIGUIENTE(WS-IDX, 2)
                             WS-T-SIGUIENTE(WS-IDX, 3)
               IF WS-T-ANO(WS-IDX) IS NUMERIC
                   PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                           UNTIL WS-IDX-2 > WS-TOTAL-TERMINOS
                       IF WS-T-ANO(WS-IDX-2) IS NUMERIC
                          AND WS-T-PERIODO(WS-IDX-2)
                              = WS-T-PERIODO(WS-IDX)
                          AND WS-T-ANO(WS-IDX-2) > WS-T-ANO(WS-IDX)
                           COMPUTE WS-SUB =
                               FUNCTION NUMVAL(WS-T-ANO(WS-IDX-2))
                               - FUNCTION NUMVAL(WS-T-ANO(WS-IDX))
                           IF WS-SUB >= 1 AND WS-SUB <= 3
                               MOVE WS-IDX-2
                                   TO WS-T-SIGUIENTE(WS-IDX, WS-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           EXIT.

       100200-EXTRAE-SNAPSHOT.
           INITIALIZE WS-HIST-FILENAME.
           STRING
               "estudiantes-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-T-NOMBRE(WS-IDX)) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-HIST-FILENAME.
           MOVE "N" TO WS-FIN-HIST.
           OPEN INPUT DOC-HIST.
           IF WS-STATUS-HIST NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-HISTORICO
               READ DOC-HIST
                   AT END
                       SET FIN-HISTORICO TO TRUE
                   NOT AT END
                       INITIALIZE WRK-REG
                       MOVE HIST-CLAVE TO WRK-CLAVE
                       MOVE WS-IDX TO WRK-ORDEN
                       MOVE "T" TO WRK-TIPO
                       MOVE HIST-ESTATUS TO WRK-ESTATUS
                       MOVE HIST-CARRERA TO WRK-CARRERA
                       MOVE HIST-PLANTEL TO WRK-PLANTEL
                       MOVE HIST-GRADO TO WRK-GRADO
                       WRITE WRK-REG
               END-READ
           END-PERFORM.
           CLOSE DOC-HIST.
           EXIT.

       100250-EXTRAE-EGRESADOS.
           OPEN INPUT DOC-EGRESADOS.
           IF WS-STATUS-EGR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-AUX.
           PERFORM UNTIL FIN-AUXILIAR
               READ DOC-EGRESADOS
                   AT END
                       SET FIN-AUXILIAR TO TRUE
                   NOT AT END
                       INITIALIZE WRK-REG
                       MOVE EGR-CLAVE TO WRK-CLAVE
                       MOVE 98 TO WRK-ORDEN
                       MOVE "E" TO WRK-TIPO
                       MOVE EGR-FECHA TO WRK-FECHA
                       WRITE WRK-REG
               END-READ
           END-PERFORM.
           CLOSE DOC-EGRESADOS.
           EXIT.

       100280-EXTRAE-MAESTRO.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-AUX.
           PERFORM UNTIL FIN-AUXILIAR
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-AUXILIAR TO TRUE
                   NOT AT END
                       INITIALIZE WRK-REG
                       MOVE EST-REG-CLAVE TO WRK-CLAVE
                       MOVE 99 TO WRK-ORDEN
                       MOVE "M" TO WRK-TIPO
                       MOVE EST-REG-ESTATUS TO WRK-ESTATUS
                       WRITE WRK-REG
               END-READ
           END-PERFORM.
           CLOSE DOC-EST.
           EXIT.

       100300-RECORRE-ALUMNOS.
      *    CORTE DE CONTROL POR CLAVE, IGUAL QUE FLUJO-PROYECCION-DOC.
           MOVE ZEROS TO WS-CLAVE.
           PERFORM UNTIL FIN-ORDENADO
               READ DOC-TRABAJO-ORD
                   AT END
                       IF WS-CLAVE NOT = ZEROS
                           PERFORM 100400-TABULA-ALUMNO
                       END-IF
                       SET FIN-ORDENADO TO TRUE
                   NOT AT END
                       IF ORD-CLAVE NOT = WS-CLAVE
                           IF WS-CLAVE NOT = ZEROS
                               PERFORM 100400-TABULA-ALUMNO
                           END-IF
                           MOVE ORD-CLAVE TO WS-CLAVE
                           INITIALIZE WS-ALUMNO
                       END-IF
                       PERFORM 100310-ACUMULA-APARICION
               END-READ
           END-PERFORM.
           EXIT.

       100310-ACUMULA-APARICION.
           EVALUATE ORD-TIPO
               WHEN "T"
                   IF WS-A-INGRESO = ZEROS
                       MOVE ORD-ORDEN TO WS-A-INGRESO
                       MOVE ORD-CARRERA TO WS-A-CARRERA
                       MOVE ORD-PLANTEL TO WS-A-PLANTEL
                       MOVE ORD-GRADO TO WS-A-GRADO
                   END-IF
      *            INSCRITO EN ESE TERMINO: ACTIVO O SUSPENDIDO.
                   IF ORD-ESTATUS = "A" OR ORD-ESTATUS = SPACE
                      OR ORD-ESTATUS = "S"
                       MOVE "S" TO WS-A-PRESENTE(ORD-ORDEN)
                   END-IF
               WHEN "E"
                   MOVE ORD-FECHA TO WS-A-EGRESO
               WHEN "M"
                   MOVE ORD-ESTATUS TO WS-A-ESTATUS
           END-EVALUATE.
           EXIT.

       100400-TABULA-ALUMNO.
           ADD 1 TO WS-TOTAL-ALUMNOS.
           IF WS-A-INGRESO = ZEROS
               ADD 1 TO WS-TOTAL-SIN-SNAPSHOT
               EXIT PARAGRAPH
           END-IF.
           IF WS-A-INGRESO = 1 AND WS-A-GRADO > 1
               ADD 1 TO WS-TOTAL-ANTERIORES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-EN-GENERACION.
           INITIALIZE WS-RENGLON.
           MOVE 1 TO WS-R-ENTRAN.
           PERFORM VARYING WS-ANO FROM 1 BY 1 UNTIL WS-ANO > 3
               MOVE WS-T-SIGUIENTE(WS-A-INGRESO, WS-ANO) TO WS-IDX
               IF WS-IDX > ZEROS
                   IF WS-A-PRESENTE(WS-IDX) = "S"
                       MOVE 1 TO WS-R-RETENIDOS(WS-ANO)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-A-ESTATUS = "B"
               MOVE 1 TO WS-R-BAJAS
           END-IF.
           IF WS-A-EGRESO NOT = ZEROS
              AND WS-T-INICIO(WS-A-INGRESO) NOT = ZEROS
               MOVE 1 TO WS-R-EGRESOS
               MOVE WS-A-EGRESO TO WS-FECHA-EGRESO
               MOVE WS-T-INICIO(WS-A-INGRESO) TO WS-FECHA-INGRESO
               COMPUTE WS-MESES =
                   (WS-EGRESO-ANO - WS-INGRESO-ANO) * 12
                   + WS-EGRESO-MES - WS-INGRESO-MES
               IF WS-MESES < ZEROS
                   MOVE ZEROS TO WS-MESES
               END-IF
               MOVE WS-MESES TO WS-R-MESES
               IF WS-MESES <= WS-ANOS-CARRERA * 12
                   MOVE 1 TO WS-R-A-TIEMPO
               END-IF
           END-IF.
           COMPUTE WS-SUB-CAR = WS-A-CARRERA + 1.
           COMPUTE WS-SUB-PLA = WS-A-PLANTEL + 1.
           MOVE WS-A-INGRESO TO WS-IDX.
           ADD WS-R-ENTRAN TO WS-G-ENTRAN(WS-IDX)
                              WS-GC-ENTRAN(WS-IDX, WS-SUB-CAR)
                              WS-GP-ENTRAN(WS-IDX, WS-SUB-PLA).
           PERFORM VARYING WS-ANO FROM 1 BY 1 UNTIL WS-ANO > 3
               ADD WS-R-RETENIDOS(WS-ANO)
                   TO WS-G-RETENIDOS(WS-IDX, WS-ANO)
                      WS-GC-RETENIDOS(WS-IDX, WS-SUB-CAR, WS-ANO)
                      WS-GP-RETENIDOS(WS-IDX, WS-SUB-PLA, WS-ANO)
           END-PERFORM.
           ADD WS-R-BAJAS TO WS-G-BAJAS(WS-IDX)
                             WS-GC-BAJAS(WS-IDX, WS-SUB-CAR)
                             WS-GP-BAJAS(WS-IDX, WS-SUB-PLA).
           ADD WS-R-EGRESOS TO WS-G-EGRESOS(WS-IDX)
                               WS-GC-EGRESOS(WS-IDX, WS-SUB-CAR)
                               WS-GP-EGRESOS(WS-IDX, WS-SUB-PLA).
           ADD WS-R-A-TIEMPO TO WS-G-A-TIEMPO(WS-IDX)
                                WS-GC-A-TIEMPO(WS-IDX, WS-SUB-CAR)
                                WS-GP-A-TIEMPO(WS-IDX, WS-SUB-PLA).
           ADD WS-R-MESES TO WS-G-MESES(WS-IDX)
                             WS-GC-MESES(WS-IDX, WS-SUB-CAR)
                             WS-GP-MESES(WS-IDX, WS-SUB-PLA).
           EXIT.

       100500-ESCRIBE-REPORTE.
           OPEN OUTPUT REP-COHORTES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RETENCION Y EGRESO POR GENERACION (EGRESO A TIEMPO: "
                   DELIMITED BY SIZE
               WS-ANOS-CARRERA DELIMITED BY SIZE
               " ANOS)" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "PORCENTAJES SOBRE LOS QUE INGRESARON; N/D = AUN NO "
               TO LINEA-TEMP(1:51).
           MOVE "HAY SNAPSHOT DE ESE ANO" TO LINEA-TEMP(52:23).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM 100510-ENCABEZADO-TABLA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-TERMINOS
               IF WS-G-ENTRAN(WS-IDX) > ZEROS
                   PERFORM 100520-ESCRIBE-GENERACION
               END-IF
           END-PERFORM.
           PERFORM 100900-CIERRE.
           CLOSE REP-COHORTES.
           EXIT.

       100510-ENCABEZADO-TABLA.
           INITIALIZE LINEA-TEMP.
           MOVE "GENERACION / DESGLOSE" TO LINEA-TEMP(1:21).
           MOVE "INGRESO" TO LINEA-TEMP(23:7).
           MOVE "RET 1A" TO LINEA-TEMP(32:6).
           MOVE "RET 2A" TO LINEA-TEMP(40:6).
           MOVE "RET 3A" TO LINEA-TEMP(48:6).
           MOVE "BAJAS" TO LINEA-TEMP(56:5).
           MOVE "EGRESO" TO LINEA-TEMP(63:6).
           MOVE "A TIEMPO" TO LINEA-TEMP(71:8).
           MOVE "ANOS PROM" TO LINEA-TEMP(81:9).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100520-ESCRIBE-GENERACION.
           ADD WS-G-ENTRAN(WS-IDX) TO WS-SUMA-GENERACIONES.
           MOVE WS-G-CUENTAS(WS-IDX) TO WS-RENGLON.
           MOVE WS-T-NOMBRE(WS-IDX) TO WS-ETIQUETA.
           PERFORM 100600-RENGLON.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 100
               IF WS-GC-ENTRAN(WS-IDX, WS-SUB) > ZEROS
                   MOVE WS-GC-CUENTAS(WS-IDX, WS-SUB) TO WS-RENGLON
                   COMPUTE WS-COL = WS-SUB - 1
                   INITIALIZE WS-ETIQUETA
                   STRING
                       "  CARRERA " DELIMITED BY SIZE
                       WS-COL(2:2) DELIMITED BY SIZE
                   INTO WS-ETIQUETA
                   PERFORM 100600-RENGLON
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 100
               IF WS-GP-ENTRAN(WS-IDX, WS-SUB) > ZEROS
                   MOVE WS-GP-CUENTAS(WS-IDX, WS-SUB) TO WS-RENGLON
                   COMPUTE WS-COL = WS-SUB - 1
                   INITIALIZE WS-ETIQUETA
                   STRING
                       "  PLANTEL " DELIMITED BY SIZE
                       WS-COL(2:2) DELIMITED BY SIZE
                   INTO WS-ETIQUETA
                   PERFORM 100600-RENGLON
               END-IF
           END-PERFORM.
           EXIT.

       100600-RENGLON.
           INITIALIZE LINEA-TEMP.
           MOVE WS-ETIQUETA TO LINEA-TEMP(1:20).
           MOVE WS-R-ENTRAN TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(23:5).
           PERFORM VARYING WS-ANO FROM 1 BY 1 UNTIL WS-ANO > 3
               COMPUTE WS-COL = 32 + (WS-ANO - 1) * 8
               IF WS-T-SIGUIENTE(WS-IDX, WS-ANO) = ZEROS
                   MOVE "N/D" TO LINEA-TEMP(WS-COL:3)
               ELSE
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-R-RETENIDOS(WS-ANO) * 100 / WS-R-ENTRAN
                   MOVE WS-PORCENTAJE TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO LINEA-TEMP(WS-COL:3)
                   MOVE "%" TO LINEA-TEMP(WS-COL + 3:1)
               END-IF
           END-PERFORM.
           COMPUTE WS-PORCENTAJE ROUNDED =
               WS-R-BAJAS * 100 / WS-R-ENTRAN.
           MOVE WS-PORCENTAJE TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT TO LINEA-TEMP(56:3).
           MOVE "%" TO LINEA-TEMP(59:1).
           COMPUTE WS-PORCENTAJE ROUNDED =
               WS-R-EGRESOS * 100 / WS-R-ENTRAN.
           MOVE WS-PORCENTAJE TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT TO LINEA-TEMP(63:3).
           MOVE "%" TO LINEA-TEMP(66:1).
           COMPUTE WS-PORCENTAJE ROUNDED =
               WS-R-A-TIEMPO * 100 / WS-R-ENTRAN.
           MOVE WS-PORCENTAJE TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT TO LINEA-TEMP(71:3).
           MOVE "%" TO LINEA-TEMP(74:1).
           IF WS-R-EGRESOS > ZEROS
               COMPUTE WS-PROMEDIO-ANOS ROUNDED =
                   WS-R-MESES / WS-R-EGRESOS / 12
               MOVE WS-PROMEDIO-ANOS TO WS-ANOS-EDIT
               MOVE WS-ANOS-EDIT TO LINEA-TEMP(83:4)
           ELSE
               MOVE "-" TO LINEA-TEMP(85:1)
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       100900-CIERRE.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CLAVES " DELIMITED BY SIZE
               WS-TOTAL-ALUMNOS DELIMITED BY SIZE
               "  EN GENERACION " DELIMITED BY SIZE
               WS-TOTAL-EN-GENERACION DELIMITED BY SIZE
               "  ANTERIORES AL HISTORICO " DELIMITED BY SIZE
               WS-TOTAL-ANTERIORES DELIMITED BY SIZE
               "  SIN SNAPSHOT " DELIMITED BY SIZE
               WS-TOTAL-SIN-SNAPSHOT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-SUMA-GENERACIONES = WS-TOTAL-EN-GENERACION
               STRING
                   "CUADRADO: " DELIMITED BY SIZE
                   WS-TOTAL-EN-GENERACION DELIMITED BY SIZE
                   " = SUMA DE GENERACIONES " DELIMITED BY SIZE
                   WS-SUMA-GENERACIONES DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               STRING
                   "NO CUADRA: " DELIMITED BY SIZE
                   WS-TOTAL-EN-GENERACION DELIMITED BY SIZE
                   " <> SUMA DE GENERACIONES " DELIMITED BY SIZE
                   WS-SUMA-GENERACIONES DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM COHORTES-DOC.
