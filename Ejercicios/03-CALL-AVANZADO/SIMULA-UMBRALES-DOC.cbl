      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: WHAT-IF SIMULATION OF THRESHOLD CHANGES BEFORE THEY
      *          ARE CAPTURED IN PARAMETROS-MAKER-DOC. TOMA LOS VALORES
      *          PROPUESTOS DE CALIF-APROB, BECA-MINIMO, PROM-MINIMO Y
      *          HONOR-MINIMO Y, SIN ESCRIBIR EN NINGUN MAESTRO,
      *          APLICA LAS MISMAS REGLAS QUE FAILING-STUDENTS-DOC
      *          (MATERIAS REPROBADAS), BECAS-REVISION-DOC (BECA EN
      *          REVISION POR PROMEDIO BAJO), PROBATORIA-DOC (ENTRADA
      *          Y SALIDA DE PROBATORIA CON LOS DOS ULTIMOS SNAPSHOTS)
      *          Y HONOR-ROLL-DOC (CUADRO DE HONOR PONDERADO POR
      *          CREDITOS) CON LOS VALORES ACTUALES Y CON LOS
      *          PROPUESTOS. "REP-SIMULACION.txt" LISTA LAS CLAVES
      *          AFECTADAS Y LOS TOTALES ACTUAL CONTRA PROPUESTO, CON
      *          EL DESGLOSE POR MATERIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULA-UMBRALES-DOC.

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

               SELECT DOC-BECAS ASSIGN TO "becas.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BEC-REG-CLAVE
                   FILE STATUS WS-STATUS-BEC.

               SELECT DOC-TERMINOS ASSIGN TO "terminos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-TERMINOS.

               SELECT DOC-HIST ASSIGN TO WS-HIST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-HIST.

               SELECT REP-SIMULACION ASSIGN TO "REP-SIMULACION.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-BECAS.
               01 BEC-REG-DOC.
                   05 BEC-REG-CLAVE PIC 9(08).
                   05 BEC-REG-TIPO PIC X(12).
                   05 BEC-REG-PORCENTAJE PIC 9(03).
                   05 BEC-REG-ESTATUS PIC X(01).
                       88 BECA-VIGENTE VALUE "V".
                   05 BEC-REG-FECHA PIC 9(08).

           FD DOC-TERMINOS.
               01 LINEA-TERMINO PIC X(10).

           FD DOC-HIST.
               01 HIST-REG.
                   05 HIST-CLAVE PIC 9(08).
                   05 FILLER PIC X(44).
                   05 HIST-MATERIA-TABLA OCCURS 20 TIMES
                       PIC 9(06).
                   05 HIST-CALIF-ENT OCCURS 20 TIMES.
                       10 FILLER PIC X(12).
                       10 HIST-CALIF-FINAL PIC 9(03)V9.
                   05 FILLER PIC X(43).

           FD REP-SIMULACION.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-BEC PIC XX.
               05 WS-STATUS-TERMINOS PIC XX.
               05 WS-STATUS-HIST PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-HIST-FILENAME PIC X(30).
               05 WS-TERMINO-PENULT PIC X(10) VALUE SPACES.
               05 WS-TERMINO-ULTIMO PIC X(10) VALUE SPACES.
               05 WS-CAPTURA PIC 9(03) VALUE ZEROS.
               05 WS-PROM-HEREDA PIC X VALUE "N".
                   88 PROM-HEREDA-APROB VALUE "S".
               05 WS-AMBITO PIC X(10).
               05 WS-DETALLE PIC X(60).
               05 WS-CALIF-EDIT PIC ZZ9.9.
               05 WS-GPA-EDIT PIC ZZ9.99.
               05 WS-GPA-EDIT-2 PIC ZZ9.99.
               05 WS-CUENTA-EDIT PIC ZZZZ9.

      *    LOS CUATRO UMBRALES: 1 CALIF-APROB, 2 BECA-MINIMO,
      *    3 PROM-MINIMO, 4 HONOR-MINIMO. SIN CAPTURA EN
      *    parametros.txt SE USAN LOS MISMOS VALORES QUE LOS
      *    PROGRAMAS QUE LOS APLICAN (PROM-MINIMO CAE A CALIF-APROB,
      *    COMO EN PROBATORIA-DOC).
           01 WS-UMBRALES.
               05 WS-UMBRAL-ENT OCCURS 4 TIMES.
                   10 WS-U-NOMBRE PIC X(12).
                   10 WS-U-ACTUAL PIC 9(03).
                   10 WS-U-PROPUESTO PIC 9(03).

      *    RESULTADO DE UNA REGLA CON CADA JUEGO DE UMBRALES.
           01 WS-RESULTADOS.
               05 WS-RES-ACTUAL PIC X.
               05 WS-RES-PROPUESTO PIC X.

           01 WS-PROMEDIO.
               05 WS-CALIF-SUMA PIC 9(07)V9.
               05 WS-CALIF-CONT PIC 9(04).
               05 WS-GPA PIC 9(03)V99.
               05 WS-GPA-HONOR PIC 9(03)V99.
               05 WS-CRED-LK PIC 9(02).
               05 WS-CRED-ENC PIC X.

           01 WS-PROBATORIA.
               05 WS-CLAVE-REVISION PIC 9(08).
               05 WS-PRESENTE PIC X.
               05 WS-PROM-CALC PIC 9(03)V99.
               05 WS-HAY-PENULT PIC X.
               05 WS-HAY-ULTIMO PIC X.
               05 WS-PROM-PENULT PIC 9(03)V99.
               05 WS-PROM-ULTIMO PIC 9(03)V99.

      *    MATERIAS (CLAVE SIN GRUPO) CON ALGUNA REPROBADA.
           01 WS-MATERIAS-SIM.
               05 WS-MS-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-MS-ENT OCCURS 300 TIMES.
                   10 WS-MS-CLAVE PIC 9(04).
                   10 WS-MS-INSCRITOS PIC 9(05).
                   10 WS-MS-REPROB-ACT PIC 9(05).
                   10 WS-MS-REPROB-PRO PIC 9(05).
                   10 WS-MS-NUEVOS-REP PIC 9(05).
                   10 WS-MS-NUEVOS-APR PIC 9(05).

           01 WS-CONTADORES.
               05 WS-C-ALUMNOS PIC 9(05) VALUE ZEROS.
               05 WS-C-AFECTADOS PIC 9(05) VALUE ZEROS.
               05 WS-C-REPROB-ACT PIC 9(05) VALUE ZEROS.
               05 WS-C-REPROB-PRO PIC 9(05) VALUE ZEROS.
               05 WS-C-NUEVOS-REP PIC 9(05) VALUE ZEROS.
               05 WS-C-NUEVOS-APR PIC 9(05) VALUE ZEROS.
               05 WS-C-BECA-ACT PIC 9(05) VALUE ZEROS.
               05 WS-C-BECA-PRO PIC 9(05) VALUE ZEROS.
               05 WS-C-PIERDEN PIC 9(05) VALUE ZEROS.
               05 WS-C-CONSERVAN PIC 9(05) VALUE ZEROS.
               05 WS-C-PROB-ACT PIC 9(05) VALUE ZEROS.
               05 WS-C-PROB-PRO PIC 9(05) VALUE ZEROS.
               05 WS-C-ENTRAN-PROB PIC 9(05) VALUE ZEROS.
               05 WS-C-SALEN-PROB PIC 9(05) VALUE ZEROS.
               05 WS-C-HONOR-ACT PIC 9(05) VALUE ZEROS.
               05 WS-C-HONOR-PRO PIC 9(05) VALUE ZEROS.
               05 WS-C-ENTRAN-HONOR PIC 9(05) VALUE ZEROS.
               05 WS-C-SALEN-HONOR PIC 9(05) VALUE ZEROS.
               05 WS-C-DESCUADRES PIC 9(02) VALUE ZEROS.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
               05 WS-SUB-U PIC 9.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-HALLADO PIC 9(03).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-FIN-TERMINOS PIC X VALUE "N".
                   88 FIN-TERMINOS VALUE "S".
               05 WS-FIN-HIST PIC X VALUE "N".
                   88 FIN-HISTORICO VALUE "S".
               05 WS-HAY-BECAS PIC X VALUE "N".
                   88 HAY-BECAS VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           PERFORM 100050-VALORES-ACTUALES.
           PERFORM 100060-CAPTURA-PROPUESTA.
           PERFORM 100080-ULTIMOS-TERMINOS.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ERROR AL ABRIR ESTUDIANTES.TXT, STATUS: "
                       WS-STATUS-EST
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-BECAS.
           IF WS-STATUS-BEC = "00"
               SET HAY-BECAS TO TRUE
           END-IF.
           OPEN OUTPUT REP-SIMULACION.
           PERFORM 100090-ENCABEZADO.
           PERFORM UNTIL FIN-ESTUDIANTES
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ESTUDIANTES TO TRUE
                   NOT AT END
                       PERFORM 100100-EVALUA-ALUMNO
               END-READ
           END-PERFORM.
           CLOSE DOC-EST.
           IF HAY-BECAS
               CLOSE DOC-BECAS
           END-IF.
           PERFORM 100600-RESUMEN.
           PERFORM 100700-POR-MATERIA.
           PERFORM 100800-CIERRE.
           CLOSE REP-SIMULACION.
           DISPLAY "**** SIMULACION EN REP-SIMULACION.txt; NO SE "
                   "MODIFICO NINGUN ARCHIVO ***".
           EXIT.

       100050-VALORES-ACTUALES.
           MOVE "CALIF-APROB" TO WS-U-NOMBRE(1).
           MOVE 70 TO WS-U-ACTUAL(1).
           MOVE "BECA-MINIMO" TO WS-U-NOMBRE(2).
           MOVE 80 TO WS-U-ACTUAL(2).
           MOVE "PROM-MINIMO" TO WS-U-NOMBRE(3).
           MOVE ZEROS TO WS-U-ACTUAL(3).
           MOVE "HONOR-MINIMO" TO WS-U-NOMBRE(4).
           MOVE 90 TO WS-U-ACTUAL(4).
           PERFORM VARYING WS-SUB-U FROM 1 BY 1 UNTIL WS-SUB-U > 4
               MOVE WS-U-NOMBRE(WS-SUB-U) TO WS-PARAM-NOMBRE
               MOVE "N" TO WS-PARAM-ENCONTRADO
               CALL "PARAMETROS-SEARCH" USING
                   WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
               IF PARAMETRO-ENCONTRADO
                   MOVE WS-PARAM-VALOR TO WS-U-ACTUAL(WS-SUB-U)
               ELSE
                   IF WS-SUB-U = 3
                       SET PROM-HEREDA-APROB TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF PROM-HEREDA-APROB
               MOVE WS-U-ACTUAL(1) TO WS-U-ACTUAL(3)
           END-IF.
           EXIT.

       100060-CAPTURA-PROPUESTA.
           DISPLAY "--------------------------------------".
           DISPLAY "  SIMULACION DE CAMBIO DE UMBRALES".
           DISPLAY "  (0 = SE QUEDA EL VALOR ACTUAL)".
           DISPLAY "--------------------------------------".
           PERFORM VARYING WS-SUB-U FROM 1 BY 1 UNTIL WS-SUB-U > 4
               MOVE ZEROS TO WS-CAPTURA
               DISPLAY WS-U-NOMBRE(WS-SUB-U) " ACTUAL "
                       WS-U-ACTUAL(WS-SUB-U) "  PROPUESTO: "
                       WITH NO ADVANCING
               ACCEPT WS-CAPTURA
               IF WS-CAPTURA = ZEROS
                   MOVE WS-U-ACTUAL(WS-SUB-U)
                       TO WS-U-PROPUESTO(WS-SUB-U)
      *            SIN PROM-MINIMO PROPIO, LA PROBATORIA SIGUE AL
      *            CALIF-APROB PROPUESTO.
                   IF WS-SUB-U = 3 AND PROM-HEREDA-APROB
                       MOVE WS-U-PROPUESTO(1) TO WS-U-PROPUESTO(3)
                   END-IF
               ELSE
                   MOVE WS-CAPTURA TO WS-U-PROPUESTO(WS-SUB-U)
               END-IF
           END-PERFORM.
           EXIT.

       100080-ULTIMOS-TERMINOS.
      *    MISMOS DOS TERMINOS QUE USA PROBATORIA-DOC.
           OPEN INPUT DOC-TERMINOS.
           IF WS-STATUS-TERMINOS = "00"
               PERFORM UNTIL FIN-TERMINOS
                   READ DOC-TERMINOS
                       AT END
                           SET FIN-TERMINOS TO TRUE
                       NOT AT END
                           MOVE WS-TERMINO-ULTIMO
                               TO WS-TERMINO-PENULT
                           MOVE LINEA-TERMINO TO WS-TERMINO-ULTIMO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-TERMINOS.
           EXIT.

       100090-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "SIMULACION DE UMBRALES - NO SE APLICO NINGUN CAMBIO"
               TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM VARYING WS-SUB-U FROM 1 BY 1 UNTIL WS-SUB-U > 4
               INITIALIZE LINEA-TEMP
               STRING
                   WS-U-NOMBRE(WS-SUB-U) DELIMITED BY SIZE
                   "  ACTUAL " DELIMITED BY SIZE
                   WS-U-ACTUAL(WS-SUB-U) DELIMITED BY SIZE
                   "  PROPUESTO " DELIMITED BY SIZE
                   WS-U-PROPUESTO(WS-SUB-U) DELIMITED BY SIZE
               INTO LINEA-TEMP
               IF WS-U-ACTUAL(WS-SUB-U) NOT = WS-U-PROPUESTO(WS-SUB-U)
                   MOVE "<-- CAMBIA" TO LINEA-TEMP(42:10)
               END-IF
               WRITE LINEA-TEMP
           END-PERFORM.
           IF WS-TERMINO-PENULT = SPACES
               INITIALIZE LINEA-TEMP
               MOVE "SIN DOS TERMINOS CERRADOS EN terminos.txt: LA "
                   TO LINEA-TEMP(1:46)
               MOVE "PROBATORIA NO SE SIMULA" TO LINEA-TEMP(47:23)
               WRITE LINEA-TEMP
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "CLAVES AFECTADAS" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE " CLAVE" TO LINEA-TEMP(1:6).
           MOVE "NOMBRE" TO LINEA-TEMP(10:6).
           MOVE "REGLA" TO LINEA-TEMP(41:5).
           MOVE "ACTUAL -> PROPUESTO" TO LINEA-TEMP(52:19).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100100-EVALUA-ALUMNO.
           IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
               ADD 1 TO WS-C-ALUMNOS
               PERFORM 100200-MATERIAS
               PERFORM 100300-BECA
               PERFORM 100400-HONOR
           END-IF.
           IF WS-TERMINO-PENULT NOT = SPACES
              AND (EST-ACTIVO OR EST-SUSPENDIDO)
               PERFORM 100500-PROBATORIA
           END-IF.
           EXIT.

       100200-MATERIAS.
      *    REGLA DE FAILING-STUDENTS-DOC: MATERIA INSCRITA CON FINAL
      *    DEBAJO DE CALIF-APROB.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF EST-REG-MATERIA-TABLA(WS-SUB) NOT = ZEROS
                   PERFORM 100210-MATERIA
               END-IF
           END-PERFORM.
           EXIT.

       100210-MATERIA.
           MOVE "N" TO WS-RES-ACTUAL WS-RES-PROPUESTO.
           IF EST-REG-CALIF-TABLA(WS-SUB) < WS-U-ACTUAL(1)
               MOVE "S" TO WS-RES-ACTUAL
           END-IF.
           IF EST-REG-CALIF-TABLA(WS-SUB) < WS-U-PROPUESTO(1)
               MOVE "S" TO WS-RES-PROPUESTO
           END-IF.
           PERFORM 100220-BUSCA-MATERIA.
           ADD 1 TO WS-MS-INSCRITOS(WS-IDX).
           IF WS-RES-ACTUAL = "S"
               ADD 1 TO WS-C-REPROB-ACT WS-MS-REPROB-ACT(WS-IDX)
           END-IF.
           IF WS-RES-PROPUESTO = "S"
               ADD 1 TO WS-C-REPROB-PRO WS-MS-REPROB-PRO(WS-IDX)
           END-IF.
           IF WS-RES-ACTUAL = WS-RES-PROPUESTO
               EXIT PARAGRAPH
           END-IF.
           MOVE EST-REG-CALIF-TABLA(WS-SUB) TO WS-CALIF-EDIT.
           MOVE "MATERIA" TO WS-AMBITO.
           INITIALIZE WS-DETALLE.
           IF WS-RES-PROPUESTO = "S"
               ADD 1 TO WS-C-NUEVOS-REP WS-MS-NUEVOS-REP(WS-IDX)
               STRING
                   EST-REG-MAT-CLAVE(WS-SUB) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   EST-REG-MAT-GRUPO(WS-SUB) DELIMITED BY SIZE
                   " FINAL " DELIMITED BY SIZE
                   WS-CALIF-EDIT DELIMITED BY SIZE
                   ": APRUEBA -> REPRUEBA" DELIMITED BY SIZE
               INTO WS-DETALLE
           ELSE
               ADD 1 TO WS-C-NUEVOS-APR WS-MS-NUEVOS-APR(WS-IDX)
               STRING
                   EST-REG-MAT-CLAVE(WS-SUB) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   EST-REG-MAT-GRUPO(WS-SUB) DELIMITED BY SIZE
                   " FINAL " DELIMITED BY SIZE
                   WS-CALIF-EDIT DELIMITED BY SIZE
                   ": REPRUEBA -> APRUEBA" DELIMITED BY SIZE
               INTO WS-DETALLE
           END-IF.
           PERFORM 100900-ESCRIBE-AFECTADO.
           EXIT.

       100220-BUSCA-MATERIA.
           MOVE ZEROS TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MS-TOTAL
                      OR WS-IDX-HALLADO > ZEROS
               IF WS-MS-CLAVE(WS-IDX) = EST-REG-MAT-CLAVE(WS-SUB)
                   MOVE WS-IDX TO WS-IDX-HALLADO
               END-IF
           END-PERFORM.
           IF WS-IDX-HALLADO = ZEROS
               IF WS-MS-TOTAL < 300
                   ADD 1 TO WS-MS-TOTAL
                   MOVE WS-MS-TOTAL TO WS-IDX-HALLADO
                   INITIALIZE WS-MS-ENT(WS-IDX-HALLADO)
                   MOVE EST-REG-MAT-CLAVE(WS-SUB)
                       TO WS-MS-CLAVE(WS-IDX-HALLADO)
               ELSE
      *            TABLA LLENA: SE ACUMULA EN EL ULTIMO RENGLON.
                   MOVE 300 TO WS-IDX-HALLADO
               END-IF
           END-IF.
           MOVE WS-IDX-HALLADO TO WS-IDX.
           EXIT.

       100300-BECA.
      *    REGLA DE BECAS-REVISION-DOC: BECA VIGENTE DE UN TITULAR
      *    ACTIVO CON PROMEDIO SIMPLE DEBAJO DE BECA-MINIMO QUEDA EN
      *    REVISION.
           IF NOT HAY-BECAS
               EXIT PARAGRAPH
           END-IF.
           MOVE EST-REG-CLAVE TO BEC-REG-CLAVE.
           READ DOC-BECAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT BECA-VIGENTE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-CALIF-SUMA WS-CALIF-CONT WS-GPA.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF EST-REG-MATERIA-TABLA(WS-SUB) NOT = ZEROS
                   ADD EST-REG-CALIF-TABLA(WS-SUB) TO WS-CALIF-SUMA
                   ADD 1 TO WS-CALIF-CONT
               END-IF
           END-PERFORM.
           IF WS-CALIF-CONT > ZEROS
               COMPUTE WS-GPA ROUNDED = WS-CALIF-SUMA / WS-CALIF-CONT
           END-IF.
           MOVE "N" TO WS-RES-ACTUAL WS-RES-PROPUESTO.
           IF WS-GPA < WS-U-ACTUAL(2)
               MOVE "S" TO WS-RES-ACTUAL
               ADD 1 TO WS-C-BECA-ACT
           END-IF.
           IF WS-GPA < WS-U-PROPUESTO(2)
               MOVE "S" TO WS-RES-PROPUESTO
               ADD 1 TO WS-C-BECA-PRO
           END-IF.
           IF WS-RES-ACTUAL = WS-RES-PROPUESTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GPA TO WS-GPA-EDIT.
           MOVE "BECA" TO WS-AMBITO.
           INITIALIZE WS-DETALLE.
           IF WS-RES-PROPUESTO = "S"
               ADD 1 TO WS-C-PIERDEN
               STRING
                   "PROMEDIO " DELIMITED BY SIZE
                   WS-GPA-EDIT DELIMITED BY SIZE
                   ": RENOVABLE -> EN REVISION" DELIMITED BY SIZE
               INTO WS-DETALLE
           ELSE
               ADD 1 TO WS-C-CONSERVAN
               STRING
                   "PROMEDIO " DELIMITED BY SIZE
                   WS-GPA-EDIT DELIMITED BY SIZE
                   ": EN REVISION -> RENOVABLE" DELIMITED BY SIZE
               INTO WS-DETALLE
           END-IF.
           PERFORM 100900-ESCRIBE-AFECTADO.
           EXIT.

       100400-HONOR.
      *    REGLA DE HONOR-ROLL-DOC: PROMEDIO PONDERADO POR CREDITOS
      *    (CREDITOS-SEARCH) NO MENOR A HONOR-MINIMO.
           MOVE ZEROS TO WS-CALIF-SUMA WS-CALIF-CONT WS-GPA-HONOR.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF EST-REG-MATERIA-TABLA(WS-SUB) NOT = ZEROS
                   MOVE 1 TO WS-CRED-LK
                   MOVE "N" TO WS-CRED-ENC
                   CALL "CREDITOS-SEARCH" USING
                       EST-REG-MATERIA-TABLA(WS-SUB) WS-CRED-LK
                       WS-CRED-ENC
                   COMPUTE WS-CALIF-SUMA = WS-CALIF-SUMA
                       + EST-REG-CALIF-TABLA(WS-SUB) * WS-CRED-LK
                   ADD WS-CRED-LK TO WS-CALIF-CONT
               END-IF
           END-PERFORM.
           IF WS-CALIF-CONT > ZEROS
               COMPUTE WS-GPA-HONOR ROUNDED =
                   WS-CALIF-SUMA / WS-CALIF-CONT
           END-IF.
           MOVE "N" TO WS-RES-ACTUAL WS-RES-PROPUESTO.
           IF WS-GPA-HONOR NOT < WS-U-ACTUAL(4)
               MOVE "S" TO WS-RES-ACTUAL
               ADD 1 TO WS-C-HONOR-ACT
           END-IF.
           IF WS-GPA-HONOR NOT < WS-U-PROPUESTO(4)
               MOVE "S" TO WS-RES-PROPUESTO
               ADD 1 TO WS-C-HONOR-PRO
           END-IF.
           IF WS-RES-ACTUAL = WS-RES-PROPUESTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GPA-HONOR TO WS-GPA-EDIT.
           MOVE "HONOR" TO WS-AMBITO.
           INITIALIZE WS-DETALLE.
           IF WS-RES-PROPUESTO = "S"
               ADD 1 TO WS-C-ENTRAN-HONOR
               STRING
                   "PROMEDIO " DELIMITED BY SIZE
                   WS-GPA-EDIT DELIMITED BY SIZE
                   ": FUERA -> EN EL CUADRO" DELIMITED BY SIZE
               INTO WS-DETALLE
           ELSE
               ADD 1 TO WS-C-SALEN-HONOR
               STRING
                   "PROMEDIO " DELIMITED BY SIZE
                   WS-GPA-EDIT DELIMITED BY SIZE
                   ": EN EL CUADRO -> FUERA" DELIMITED BY SIZE
               INTO WS-DETALLE
           END-IF.
           PERFORM 100900-ESCRIBE-AFECTADO.
           EXIT.

       100500-PROBATORIA.
      *    REGLA DE PROBATORIA-DOC: UN ACTIVO CON LOS DOS ULTIMOS
      *    PROMEDIOS DEBAJO DEL UMBRAL PASA A "S"; UN "S" QUE EN EL
      *    ULTIMO QUEDO EN O ARRIBA DEL UMBRAL REGRESA A "A". AQUI
      *    SOLO SE CALCULA EL ESTATUS QUE RESULTARIA.
           MOVE EST-REG-CLAVE TO WS-CLAVE-REVISION.
           MOVE WS-TERMINO-PENULT TO LINEA-TERMINO.
           PERFORM 100510-PROMEDIO-SNAPSHOT.
           MOVE WS-PRESENTE TO WS-HAY-PENULT.
           MOVE WS-PROM-CALC TO WS-PROM-PENULT.
           MOVE WS-TERMINO-ULTIMO TO LINEA-TERMINO.
           PERFORM 100510-PROMEDIO-SNAPSHOT.
           MOVE WS-PRESENTE TO WS-HAY-ULTIMO.
           MOVE WS-PROM-CALC TO WS-PROM-ULTIMO.
           MOVE EST-REG-ESTATUS TO WS-RES-ACTUAL WS-RES-PROPUESTO.
           IF EST-ACTIVO
              AND WS-HAY-PENULT = "S" AND WS-HAY-ULTIMO = "S"
               IF WS-PROM-PENULT < WS-U-ACTUAL(3)
                  AND WS-PROM-ULTIMO < WS-U-ACTUAL(3)
                   MOVE "S" TO WS-RES-ACTUAL
               END-IF
               IF WS-PROM-PENULT < WS-U-PROPUESTO(3)
                  AND WS-PROM-ULTIMO < WS-U-PROPUESTO(3)
                   MOVE "S" TO WS-RES-PROPUESTO
               END-IF
           END-IF.
           IF EST-SUSPENDIDO AND WS-HAY-ULTIMO = "S"
               IF WS-PROM-ULTIMO NOT < WS-U-ACTUAL(3)
                   MOVE "A" TO WS-RES-ACTUAL
               END-IF
               IF WS-PROM-ULTIMO NOT < WS-U-PROPUESTO(3)
                   MOVE "A" TO WS-RES-PROPUESTO
               END-IF
           END-IF.
           IF WS-RES-ACTUAL = "S"
               ADD 1 TO WS-C-PROB-ACT
           END-IF.
           IF WS-RES-PROPUESTO = "S"
               ADD 1 TO WS-C-PROB-PRO
           END-IF.
           IF WS-RES-ACTUAL = WS-RES-PROPUESTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROM-PENULT TO WS-GPA-EDIT.
           MOVE WS-PROM-ULTIMO TO WS-GPA-EDIT-2.
           MOVE "PROBATORIA" TO WS-AMBITO.
           INITIALIZE WS-DETALLE.
           IF WS-RES-PROPUESTO = "S"
               ADD 1 TO WS-C-ENTRAN-PROB
               STRING
                   "PROM " DELIMITED BY SIZE
                   WS-GPA-EDIT DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-GPA-EDIT-2 DELIMITED BY SIZE
                   ": ACTIVO -> EN PROBATORIA" DELIMITED BY SIZE
               INTO WS-DETALLE
           ELSE
               ADD 1 TO WS-C-SALEN-PROB
               STRING
                   "PROM " DELIMITED BY SIZE
                   WS-GPA-EDIT DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-GPA-EDIT-2 DELIMITED BY SIZE
                   ": EN PROBATORIA -> ACTIVO" DELIMITED BY SIZE
               INTO WS-DETALLE
           END-IF.
           PERFORM 100900-ESCRIBE-AFECTADO.
           EXIT.

       100510-PROMEDIO-SNAPSHOT.
      *    PROMEDIO SIMPLE DE LAS FINALES EN EL SNAPSHOT DE
      *    LINEA-TERMINO; WS-PRESENTE = "N" SI LA CLAVE NO APARECE.
           MOVE "N" TO WS-PRESENTE.
           MOVE ZEROS TO WS-PROM-CALC.
           INITIALIZE WS-HIST-FILENAME.
           STRING
               "estudiantes-" DELIMITED BY SIZE
               FUNCTION TRIM(LINEA-TERMINO) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-HIST-FILENAME.
           MOVE "N" TO WS-FIN-HIST.
           OPEN INPUT DOC-HIST.
           IF WS-STATUS-HIST = "00"
               PERFORM UNTIL FIN-HISTORICO
                   READ DOC-HIST
                       AT END
                           SET FIN-HISTORICO TO TRUE
                       NOT AT END
                           IF HIST-CLAVE = WS-CLAVE-REVISION
                               MOVE "S" TO WS-PRESENTE
                               PERFORM 100520-CALCULA-PROMEDIO
                               SET FIN-HISTORICO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-HIST.
           EXIT.

       100520-CALCULA-PROMEDIO.
           MOVE ZEROS TO WS-CALIF-SUMA WS-CALIF-CONT.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF HIST-MATERIA-TABLA(WS-SUB) NOT = ZEROS
                   ADD HIST-CALIF-FINAL(WS-SUB) TO WS-CALIF-SUMA
                   ADD 1 TO WS-CALIF-CONT
               END-IF
           END-PERFORM.
           IF WS-CALIF-CONT > ZEROS
               COMPUTE WS-PROM-CALC ROUNDED =
                   WS-CALIF-SUMA / WS-CALIF-CONT
           END-IF.
           EXIT.

       100600-RESUMEN.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "RESUMEN" TO LINEA-TEMP(1:7).
           MOVE "ACTUAL" TO LINEA-TEMP(36:6).
           MOVE "PROPUESTO" TO LINEA-TEMP(45:9).
           MOVE "ENTRAN" TO LINEA-TEMP(57:6).
           MOVE "SALEN" TO LINEA-TEMP(66:5).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "MATERIAS REPROBADAS" TO LINEA-TEMP(1:30).
           MOVE WS-C-REPROB-ACT TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(37:5).
           MOVE WS-C-REPROB-PRO TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(49:5).
           MOVE WS-C-NUEVOS-REP TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(58:5).
           MOVE WS-C-NUEVOS-APR TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(66:5).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "BECAS EN REVISION" TO LINEA-TEMP(1:30).
           MOVE WS-C-BECA-ACT TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(37:5).
           MOVE WS-C-BECA-PRO TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(49:5).
           MOVE WS-C-PIERDEN TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(58:5).
           MOVE WS-C-CONSERVAN TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(66:5).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "EN PROBATORIA TRAS LA CORRIDA" TO LINEA-TEMP(1:30).
           MOVE WS-C-PROB-ACT TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(37:5).
           MOVE WS-C-PROB-PRO TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(49:5).
           MOVE WS-C-ENTRAN-PROB TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(58:5).
           MOVE WS-C-SALEN-PROB TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(66:5).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "EN CUADRO DE HONOR" TO LINEA-TEMP(1:30).
           MOVE WS-C-HONOR-ACT TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(37:5).
           MOVE WS-C-HONOR-PRO TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(49:5).
           MOVE WS-C-ENTRAN-HONOR TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(58:5).
           MOVE WS-C-SALEN-HONOR TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(66:5).
           WRITE LINEA-TEMP.
           EXIT.

       100700-POR-MATERIA.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "MATERIA" TO LINEA-TEMP(1:7).
           MOVE "INSCRITOS" TO LINEA-TEMP(10:9).
           MOVE "REPROB ACT" TO LINEA-TEMP(21:10).
           MOVE "REPROB PROP" TO LINEA-TEMP(33:11).
           MOVE "NUEVOS REP" TO LINEA-TEMP(46:10).
           MOVE "NUEVOS APR" TO LINEA-TEMP(58:10).
           WRITE LINEA-TEMP.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MS-TOTAL
               IF WS-MS-REPROB-ACT(WS-IDX) > ZEROS
                  OR WS-MS-REPROB-PRO(WS-IDX) > ZEROS
                   INITIALIZE LINEA-TEMP
                   MOVE WS-MS-CLAVE(WS-IDX) TO LINEA-TEMP(1:4)
                   MOVE WS-MS-INSCRITOS(WS-IDX) TO WS-CUENTA-EDIT
                   MOVE WS-CUENTA-EDIT TO LINEA-TEMP(14:5)
                   MOVE WS-MS-REPROB-ACT(WS-IDX) TO WS-CUENTA-EDIT
                   MOVE WS-CUENTA-EDIT TO LINEA-TEMP(26:5)
                   MOVE WS-MS-REPROB-PRO(WS-IDX) TO WS-CUENTA-EDIT
                   MOVE WS-CUENTA-EDIT TO LINEA-TEMP(39:5)
                   MOVE WS-MS-NUEVOS-REP(WS-IDX) TO WS-CUENTA-EDIT
                   MOVE WS-CUENTA-EDIT TO LINEA-TEMP(51:5)
                   MOVE WS-MS-NUEVOS-APR(WS-IDX) TO WS-CUENTA-EDIT
                   MOVE WS-CUENTA-EDIT TO LINEA-TEMP(63:5)
                   WRITE LINEA-TEMP
               END-IF
           END-PERFORM.
           EXIT.

       100800-CIERRE.
      *    CADA RENGLON DEL RESUMEN DEBE CUADRAR: ACTUAL + ENTRAN -
      *    SALEN = PROPUESTO.
           IF WS-C-REPROB-ACT + WS-C-NUEVOS-REP - WS-C-NUEVOS-APR
              NOT = WS-C-REPROB-PRO
               ADD 1 TO WS-C-DESCUADRES
           END-IF.
           IF WS-C-BECA-ACT + WS-C-PIERDEN - WS-C-CONSERVAN
              NOT = WS-C-BECA-PRO
               ADD 1 TO WS-C-DESCUADRES
           END-IF.
           IF WS-C-PROB-ACT + WS-C-ENTRAN-PROB - WS-C-SALEN-PROB
              NOT = WS-C-PROB-PRO
               ADD 1 TO WS-C-DESCUADRES
           END-IF.
           IF WS-C-HONOR-ACT + WS-C-ENTRAN-HONOR - WS-C-SALEN-HONOR
              NOT = WS-C-HONOR-PRO
               ADD 1 TO WS-C-DESCUADRES
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-C-DESCUADRES = ZEROS
               STRING
                   "CUADRADO: " DELIMITED BY SIZE
                   WS-C-ALUMNOS DELIMITED BY SIZE
                   " ALUMNOS ACTIVOS, " DELIMITED BY SIZE
                   WS-C-AFECTADOS DELIMITED BY SIZE
                   " CAMBIOS LISTADOS" DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               STRING
                   "NO CUADRA: " DELIMITED BY SIZE
                   WS-C-DESCUADRES DELIMITED BY SIZE
                   " RENGLONES DEL RESUMEN NO CUADRAN" DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       100900-ESCRIBE-AFECTADO.
           ADD 1 TO WS-C-AFECTADOS.
           INITIALIZE LINEA-TEMP.
           MOVE EST-REG-CLAVE TO LINEA-TEMP(1:8).
           MOVE EST-REG-NOMBRE(1:30) TO LINEA-TEMP(10:30).
           MOVE WS-AMBITO TO LINEA-TEMP(41:10).
           MOVE WS-DETALLE TO LINEA-TEMP(52:60).
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM SIMULA-UMBRALES-DOC.
