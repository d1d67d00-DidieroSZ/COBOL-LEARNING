      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: INSTITUTIONAL KPI SCORECARD "REP-INDICADORES.txt"
      *          PARA EL CONSEJO: UNA HOJA POR PLANTEL MAS UNA
      *          CONSOLIDADA CON MATRICULA ACTIVA, APROBACION (CONTRA
      *          CALIF-APROB), ASISTENCIA PROMEDIO ("asistencia.txt"),
      *          ALUMNOS CON SALDO VENCIDO (PAGOS-SALDO-SEARCH),
      *          GASTO EN BECAS (DESCUENTO ASENTADO EN "pagos.txt" A
      *          LOS TITULARES DE "becas.txt"), EVALUACION DOCENTE
      *          ("evaluaciones.txt") Y ALUMNOS EN PROBATORIA ("S").
      *          EL TERMINO ACTUAL ES EL MAESTRO VIVO Y EL CICLO DE
      *          "ciclos.txt" CON LA ULTIMA APERTURA DE INSCRIPCION
      *          HASTA HOY; EL ANTERIOR ES EL ULTIMO SNAPSHOT DE
      *          "terminos.txt" Y EL CICLO QUE ABRIO ANTES. CADA
      *          INDICADOR LLEVA SU UMBRAL DE "parametros.txt" Y LA
      *          BANDERA DE ALERTA. CORRE SIN PREGUNTAS COMO PASO
      *          "INDICADORES" DE LA CORRIDA NOCTURNA DE
      *          DRIVER-DIARIO-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICADORES-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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

               SELECT DOC-TERMINOS ASSIGN TO "terminos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-TERMINOS.

               SELECT DOC-HIST ASSIGN TO WS-HIST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-HIST.

               SELECT DOC-CICLOS ASSIGN TO "ciclos.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CIC-REG-ID
                   FILE STATUS WS-STATUS-CIC.

               SELECT DOC-ASISTENCIA ASSIGN TO "asistencia.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ASI-REG-LLAVE
                   FILE STATUS WS-STATUS-ASI.

               SELECT MAT-DOC ASSIGN TO "materias.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT DOC-BECAS ASSIGN TO "becas.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BEC-REG-CLAVE
                   FILE STATUS WS-STATUS-BEC.

               SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-PAG.

               SELECT DOC-EVALUACIONES ASSIGN TO "evaluaciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-EVA.

               SELECT REP-INDICADORES ASSIGN TO "REP-INDICADORES.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-TERMINOS.
               01 LINEA-TERMINO PIC X(10).

           FD DOC-HIST.
      *    SNAPSHOT CON EL LAYOUT DE EST-REG-DOC.cpy.
               01 HIST-REG.
                   05 HIST-CLAVE PIC 9(08).
                   05 FILLER PIC X(44).
                   05 HIST-MATERIA-TABLA OCCURS 20 TIMES
                       PIC 9(06).
                   05 HIST-CALIF-ENT OCCURS 20 TIMES.
                       10 FILLER PIC X(12).
                       10 HIST-CALIF-FINAL PIC 9(03)V9.
                   05 FILLER PIC X(40).
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

           FD DOC-ASISTENCIA.
               01 ASI-REG-DOC.
                   05 ASI-REG-LLAVE.
                       10 ASI-REG-CLAVE PIC 9(08).
                       10 ASI-REG-MATERIA PIC 9(06).
                       10 ASI-REG-FECHA PIC 9(08).
                   05 ASI-REG-ESTADO PIC X(01).

           FD MAT-DOC.
               COPY "MAT-REG-DOC.cpy".

           FD DOC-BECAS.
               01 BEC-REG-DOC.
                   05 BEC-REG-CLAVE PIC 9(08).
                   05 BEC-REG-TIPO PIC X(12).
                   05 BEC-REG-PORCENTAJE PIC 9(03).
                   05 BEC-REG-ESTATUS PIC X(01).
                       88 BECA-VIGENTE VALUE "V".
                       88 BECA-REVOCADA VALUE "R".
                   05 BEC-REG-FECHA PIC 9(08).

           FD DOC-PAGOS.
               COPY "PAG-REG-DOC.cpy".

           FD DOC-EVALUACIONES.
               01 EVA-REG-DOC.
                   05 EVA-REG-MATERIA PIC X(06).
                   05 EVA-REG-ESCALA OCCURS 5 TIMES PIC 9(01).
                   05 EVA-REG-CONTROL PIC 9(06).

           FD REP-INDICADORES.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-TERMINOS PIC XX.
               05 WS-STATUS-HIST PIC XX.
               05 WS-STATUS-CIC PIC XX.
               05 WS-STATUS-ASI PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-BEC PIC XX.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-EVA PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-HIST-FILENAME PIC X(30).
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-CORTE PIC 9(08) VALUE ZEROS.
               05 WS-TERMINO-ANTERIOR PIC X(10) VALUE SPACES.
               05 WS-CICLO-ACTUAL PIC X(10) VALUE SPACES.
               05 WS-CICLO-ANTERIOR PIC X(10) VALUE SPACES.
               05 WS-ACT-INI PIC 9(08) VALUE ZEROS.
               05 WS-ANT-INI PIC 9(08) VALUE ZEROS.
               05 WS-ANT-FIN PIC 9(08) VALUE ZEROS.
               05 WS-PERIODO PIC 9 VALUE ZEROS.
               05 WS-CALIF-APROB PIC 9(03) VALUE 70.
               05 WS-PRESUPUESTO PIC 9(08) VALUE ZEROS.
               05 WS-DESCUENTO PIC 9(06)V99 VALUE ZEROS.
               05 WS-PLANTEL-NOMBRE PIC A(30).
               05 WS-PLANTEL-CLAVE PIC X(02).
               05 WS-PLANTEL-ENCONTRADO PIC X.

      *    UMBRALES DE parametros.txt (CON SU VALOR POR OMISION):
      *    KPI-CAIDA  CAIDA MAXIMA DE MATRICULA EN %          5
      *    KPI-APROB  APROBACION MINIMA EN %                 80
      *    KPI-ASIST  ASISTENCIA MINIMA EN %                 85
      *    KPI-MOROSOS ALUMNOS CON SALDO VENCIDO MAXIMO EN % 20
      *    PRESUP-BECAS TOPE DEL GASTO EN BECAS (MILES DE PESOS,
      *               SOLO EN LA HOJA CONSOLIDADA; SIN PARAMETRO NO
      *               HAY BANDERA)
      *    KPI-EVALUA EVALUACION DOCENTE MINIMA EN DECIMAS    35
      *               (ESCALA 1-5; 35 = 3.5)
      *    KPI-PROBAT ALUMNOS EN PROBATORIA MAXIMO EN %      10
           01 WS-UMBRALES.
               05 WS-U-CAIDA PIC 9(05) VALUE 5.
               05 WS-U-APROB PIC 9(05) VALUE 80.
               05 WS-U-ASIST PIC 9(05) VALUE 85.
               05 WS-U-MOROSOS PIC 9(05) VALUE 20.
               05 WS-U-EVALUA PIC 9(05) VALUE 35.
               05 WS-U-PROBAT PIC 9(05) VALUE 10.

      *    ACUMULADOS POR PLANTEL (RENGLON = PLANTEL + 1; EL 101 ES
      *    EL CONSOLIDADO) Y POR PERIODO (1 ACTUAL, 2 ANTERIOR).
      *    MATRICULA = "A" O SIN ESTATUS; INSCRITOS = MATRICULA MAS
      *    LOS "S" EN PROBATORIA, BASE DE LOS PORCENTAJES DE SALDO
      *    VENCIDO Y DE PROBATORIA.
           01 WS-INDICADORES.
               05 WS-K-ENT OCCURS 101 TIMES.
                   10 WS-K-PER OCCURS 2 TIMES.
                       15 WS-K-MATRICULA PIC 9(06).
                       15 WS-K-INSCRITOS PIC 9(06).
                       15 WS-K-PROBATORIA PIC 9(06).
                       15 WS-K-MOROSOS PIC 9(06).
                       15 WS-K-CALIF-TOTAL PIC 9(07).
                       15 WS-K-CALIF-APROB PIC 9(07).
                       15 WS-K-ASIST-TOTAL PIC 9(07).
                       15 WS-K-ASIST-PRES PIC 9(07).
                       15 WS-K-BECAS PIC 9(09)V99.
                       15 WS-K-EVAL-RESP PIC 9(06).
                       15 WS-K-EVAL-SUMA PIC 9(07).

      *    ALUMNO EN TURNO, VENGA DEL MAESTRO O DEL SNAPSHOT.
           01 WS-ALUMNO.
               05 WS-AL-CLAVE PIC 9(08).
               05 WS-AL-ESTATUS PIC X(01).
               05 WS-AL-PLANTEL PIC 9(02).
               05 WS-AL-CALIF OCCURS 20 TIMES PIC 9(03)V9.

      *    UN RENGLON DE LA HOJA.
           01 WS-KPI.
               05 WS-KPI-NOMBRE PIC X(30).
               05 WS-KPI-ACTUAL PIC S9(09)V99.
               05 WS-KPI-ANTERIOR PIC S9(09)V99.
               05 WS-KPI-CAMBIO PIC S9(09)V99.
               05 WS-KPI-UMBRAL PIC 9(09)V99.
               05 WS-KPI-HAY-ACT PIC X.
                   88 KPI-CON-ACTUAL VALUE "S".
               05 WS-KPI-HAY-ANT PIC X.
                   88 KPI-CON-ANTERIOR VALUE "S".
      *        N SIN UMBRAL, I MINIMO, M MAXIMO, C CAIDA MAXIMA EN %
      *        CONTRA EL ANTERIOR.
               05 WS-KPI-REGLA PIC X.
               05 WS-KPI-PCT-CAMBIO PIC S9(05)V99.

           01 WS-SALDO-CALL.
               05 WS-SALDO-VENCIDO PIC S9(07)V99 VALUE ZEROS.
               05 WS-SALDO-TOTAL PIC S9(07)V99 VALUE ZEROS.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-EDICION.
               05 WS-VALOR-EDIT PIC Z(08)9.99.
               05 WS-CAMBIO-EDIT PIC -(08)9.99.

           01 WS-TOTALES.
               05 WS-TOTAL-MATRICULA PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-HOJAS PIC 9(03) VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
               05 WS-SUB-ESC PIC 9.
               05 WS-IDX PIC 9(03).

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
               05 WS-FIN-AUX PIC X VALUE "N".
                   88 FIN-AUXILIAR VALUE "S".
               05 WS-HAY-SNAPSHOT PIC X VALUE "N".
                   88 HAY-SNAPSHOT VALUE "S".
               05 WS-HAY-CICLO-ANT PIC X VALUE "N".
                   88 HAY-CICLO-ANTERIOR VALUE "S".
               05 WS-HAY-MAT PIC X VALUE "N".
                   88 HAY-MATERIAS VALUE "S".
               05 WS-HAY-EST PIC X VALUE "N".
                   88 HAY-MAESTRO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           INITIALIZE WS-INDICADORES.
           PERFORM 100050-LEE-UMBRALES.
           PERFORM 100080-PERIODOS.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST = "00"
               SET HAY-MAESTRO TO TRUE
           END-IF.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT = "00"
               SET HAY-MATERIAS TO TRUE
           END-IF.
           PERFORM 100100-RECORRE-MAESTRO.
           PERFORM 100200-RECORRE-SNAPSHOT.
           PERFORM 100300-RECORRE-ASISTENCIA.
           PERFORM 100400-RECORRE-BECAS.
           PERFORM 100500-RECORRE-EVALUACIONES.
           IF HAY-MAESTRO
               CLOSE DOC-EST
           END-IF.
           IF HAY-MATERIAS
               CLOSE MAT-DOC
           END-IF.
           PERFORM 100600-CONSOLIDA.
           PERFORM 100700-ESCRIBE-REPORTE.
           DISPLAY "**** INDICADORES GENERADOS EN "
                   "REP-INDICADORES.txt ***".
           EXIT.

       100050-LEE-UMBRALES.
           MOVE "CALIF-APROB" TO WS-PARAM-NOMBRE.
           PERFORM 100055-LEE-PARAMETRO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-CALIF-APROB
           END-IF.
           MOVE "KPI-CAIDA" TO WS-PARAM-NOMBRE.
           PERFORM 100055-LEE-PARAMETRO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-U-CAIDA
           END-IF.
           MOVE "KPI-APROB" TO WS-PARAM-NOMBRE.
           PERFORM 100055-LEE-PARAMETRO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-U-APROB
           END-IF.
           MOVE "KPI-ASIST" TO WS-PARAM-NOMBRE.
           PERFORM 100055-LEE-PARAMETRO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-U-ASIST
           END-IF.
           MOVE "KPI-MOROSOS" TO WS-PARAM-NOMBRE.
           PERFORM 100055-LEE-PARAMETRO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-U-MOROSOS
           END-IF.
           MOVE "KPI-EVALUA" TO WS-PARAM-NOMBRE.
           PERFORM 100055-LEE-PARAMETRO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-U-EVALUA
           END-IF.
           MOVE "KPI-PROBAT" TO WS-PARAM-NOMBRE.
           PERFORM 100055-LEE-PARAMETRO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-U-PROBAT
           END-IF.
      *    PRESUP-BECAS SE CAPTURA EN MILES DE PESOS (IGUAL QUE EN
      *    BECAS-MAKER-DOC).
           MOVE "PRESUP-BECAS" TO WS-PARAM-NOMBRE.
           PERFORM 100055-LEE-PARAMETRO.
           IF PARAMETRO-ENCONTRADO
               COMPUTE WS-PRESUPUESTO = WS-PARAM-VALOR * 1000
           END-IF.
           EXIT.

       100055-LEE-PARAMETRO.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           EXIT.

       100080-PERIODOS.
      *    CICLO ACTUAL: LA ULTIMA APERTURA DE INSCRIPCION HASTA HOY;
      *    ANTERIOR: LA APERTURA PREVIA, HASTA UN DIA ANTES DE LA
      *    ACTUAL.
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC = "00"
               MOVE "N" TO WS-FIN-AUX
               PERFORM UNTIL FIN-AUXILIAR
                   READ DOC-CICLOS NEXT RECORD
                       AT END
                           SET FIN-AUXILIAR TO TRUE
                       NOT AT END
                           IF CIC-REG-INSCR-INI NOT > WS-FECHA-HOY
                              AND CIC-REG-INSCR-INI > WS-ACT-INI
                               MOVE CIC-REG-INSCR-INI TO WS-ACT-INI
                               MOVE CIC-REG-ID TO WS-CICLO-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-CICLOS
               OPEN INPUT DOC-CICLOS
               MOVE "N" TO WS-FIN-AUX
               PERFORM UNTIL FIN-AUXILIAR
                   READ DOC-CICLOS NEXT RECORD
                       AT END
                           SET FIN-AUXILIAR TO TRUE
                       NOT AT END
                           IF CIC-REG-INSCR-INI < WS-ACT-INI
                              AND CIC-REG-INSCR-INI > WS-ANT-INI
                               MOVE CIC-REG-INSCR-INI TO WS-ANT-INI
                               MOVE CIC-REG-ID TO WS-CICLO-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-CICLOS
           END-IF.
           IF WS-ANT-INI > ZEROS
               SET HAY-CICLO-ANTERIOR TO TRUE
               COMPUTE WS-ANT-FIN = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ACT-INI) - 1)
           END-IF.
      *    TERM-CLOSE-DOC ANEXA LOS TERMINOS EN ORDEN DE CIERRE; LA
      *    ULTIMA LINEA ES EL SNAPSHOT DEL TERMINO ANTERIOR.
           OPEN INPUT DOC-TERMINOS.
           IF WS-STATUS-TERMINOS = "00"
               PERFORM UNTIL FIN-TERMINOS
                   READ DOC-TERMINOS
                       AT END
                           SET FIN-TERMINOS TO TRUE
                       NOT AT END
                           IF LINEA-TERMINO NOT = SPACES
                               MOVE LINEA-TERMINO
                                   TO WS-TERMINO-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-TERMINOS
           END-IF.
           EXIT.

       100100-RECORRE-MAESTRO.
           IF NOT HAY-MAESTRO
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-PERIODO.
           MOVE WS-FECHA-HOY TO WS-FECHA-CORTE.
           PERFORM UNTIL FIN-ESTUDIANTES
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ESTUDIANTES TO TRUE
                   NOT AT END
                       MOVE EST-REG-CLAVE TO WS-AL-CLAVE
                       MOVE EST-REG-ESTATUS TO WS-AL-ESTATUS
                       MOVE EST-REG-PLANTEL TO WS-AL-PLANTEL
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > 20
                           MOVE EST-REG-CALIF-TABLA(WS-SUB)
                               TO WS-AL-CALIF(WS-SUB)
                       END-PERFORM
                       PERFORM 100150-CUENTA-ALUMNO
               END-READ
           END-PERFORM.
           EXIT.

       100150-CUENTA-ALUMNO.
      *    MATRICULA, PROBATORIA, APROBACION Y SALDO VENCIDO DE UN
      *    ALUMNO EN EL PERIODO WS-PERIODO.
           IF WS-AL-ESTATUS NOT = "A" AND WS-AL-ESTATUS NOT = SPACE
              AND WS-AL-ESTATUS NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IDX = WS-AL-PLANTEL + 1.
           ADD 1 TO WS-K-INSCRITOS(WS-IDX, WS-PERIODO).
           IF WS-AL-ESTATUS = "S"
               ADD 1 TO WS-K-PROBATORIA(WS-IDX, WS-PERIODO)
           ELSE
               ADD 1 TO WS-K-MATRICULA(WS-IDX, WS-PERIODO)
               IF WS-PERIODO = 1
                   ADD 1 TO WS-TOTAL-MATRICULA
               END-IF
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF WS-AL-CALIF(WS-SUB) > ZEROS
                   ADD 1 TO WS-K-CALIF-TOTAL(WS-IDX, WS-PERIODO)
                   IF WS-AL-CALIF(WS-SUB) >= WS-CALIF-APROB
                       ADD 1 TO WS-K-CALIF-APROB(WS-IDX, WS-PERIODO)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-SALDO-VENCIDO WS-SALDO-TOTAL.
           CALL "PAGOS-SALDO-SEARCH" USING
               WS-AL-CLAVE WS-FECHA-CORTE
               WS-SALDO-VENCIDO WS-SALDO-TOTAL.
           IF WS-SALDO-VENCIDO > ZEROS
               ADD 1 TO WS-K-MOROSOS(WS-IDX, WS-PERIODO)
           END-IF.
           EXIT.

       100200-RECORRE-SNAPSHOT.
      *    EL SALDO VENCIDO DEL TERMINO ANTERIOR SE CORTA EL DIA
      *    ANTES DE QUE ABRIERA EL ACTUAL.
           IF WS-TERMINO-ANTERIOR = SPACES
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-HIST-FILENAME.
           STRING
               "estudiantes-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMINO-ANTERIOR) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-HIST-FILENAME.
           OPEN INPUT DOC-HIST.
           IF WS-STATUS-HIST NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           SET HAY-SNAPSHOT TO TRUE.
           MOVE 2 TO WS-PERIODO.
           IF HAY-CICLO-ANTERIOR
               MOVE WS-ANT-FIN TO WS-FECHA-CORTE
           ELSE
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
           END-IF.
           PERFORM UNTIL FIN-HISTORICO
               READ DOC-HIST
                   AT END
                       SET FIN-HISTORICO TO TRUE
                   NOT AT END
                       MOVE HIST-CLAVE TO WS-AL-CLAVE
                       MOVE HIST-ESTATUS TO WS-AL-ESTATUS
                       MOVE HIST-PLANTEL TO WS-AL-PLANTEL
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > 20
                           MOVE HIST-CALIF-FINAL(WS-SUB)
                               TO WS-AL-CALIF(WS-SUB)
                       END-PERFORM
                       PERFORM 100150-CUENTA-ALUMNO
               END-READ
           END-PERFORM.
           CLOSE DOC-HIST.
           EXIT.

       100300-RECORRE-ASISTENCIA.
      *    LA ASISTENCIA SE CARGA AL PLANTEL DONDE SE IMPARTE LA
      *    MATERIA; "P" CUENTA COMO ASISTENCIA, "A" Y "J" NO.
           OPEN INPUT DOC-ASISTENCIA.
           IF WS-STATUS-ASI NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-AUX.
           PERFORM UNTIL FIN-AUXILIAR
               READ DOC-ASISTENCIA NEXT RECORD
                   AT END
                       SET FIN-AUXILIAR TO TRUE
                   NOT AT END
                       MOVE ZEROS TO WS-PERIODO
                       IF ASI-REG-FECHA >= WS-ACT-INI
                          AND ASI-REG-FECHA NOT > WS-FECHA-HOY
                           MOVE 1 TO WS-PERIODO
                       END-IF
                       IF HAY-CICLO-ANTERIOR
                          AND ASI-REG-FECHA >= WS-ANT-INI
                          AND ASI-REG-FECHA NOT > WS-ANT-FIN
                           MOVE 2 TO WS-PERIODO
                       END-IF
                       IF WS-PERIODO > ZEROS
                           MOVE ASI-REG-MATERIA TO MAT-REG-LLAVE
                           PERFORM 100350-PLANTEL-MATERIA
                           ADD 1 TO WS-K-ASIST-TOTAL(WS-IDX, WS-PERIODO)
                           IF ASI-REG-ESTADO = "P"
                               ADD 1
                                 TO WS-K-ASIST-PRES(WS-IDX, WS-PERIODO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-ASISTENCIA.
           EXIT.

       100350-PLANTEL-MATERIA.
      *    MATERIA + GRUPO EN MAT-REG-LLAVE; SIN CATALOGO O SIN LA
      *    MATERIA SE CARGA AL PLANTEL 00.
           MOVE 1 TO WS-IDX.
           IF HAY-MATERIAS
               READ MAT-DOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-IDX = MAT-REG-PLANTEL + 1
               END-READ
           END-IF.
           EXIT.

       100400-RECORRE-BECAS.
      *    GASTO EN BECAS: LO QUE SE DEJO DE COBRAR (BRUTO - NETO)
      *    EN LOS CARGOS DEL PERIODO A LOS TITULARES DE becas.txt,
      *    CARGADO AL PLANTEL ACTUAL DEL ALUMNO.
           OPEN INPUT DOC-BECAS.
           IF WS-STATUS-BEC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG NOT = "00"
               CLOSE DOC-BECAS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-AUX.
           PERFORM UNTIL FIN-AUXILIAR
               READ DOC-PAGOS
                   AT END
                       SET FIN-AUXILIAR TO TRUE
                   NOT AT END
                       IF PAG-REG-TIPO = "C"
                          AND PAG-REG-BECA-PCT > ZEROS
                          AND PAG-REG-MONTO-BRUTO > PAG-REG-MONTO
                           PERFORM 100450-CARGO-BECADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-PAGOS.
           CLOSE DOC-BECAS.
           EXIT.

       100450-CARGO-BECADO.
           MOVE ZEROS TO WS-PERIODO.
           IF PAG-REG-FECHA >= WS-ACT-INI
              AND PAG-REG-FECHA NOT > WS-FECHA-HOY
               MOVE 1 TO WS-PERIODO
           END-IF.
           IF HAY-CICLO-ANTERIOR
              AND PAG-REG-FECHA >= WS-ANT-INI
              AND PAG-REG-FECHA NOT > WS-ANT-FIN
               MOVE 2 TO WS-PERIODO
           END-IF.
           IF WS-PERIODO = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE PAG-REG-CLAVE TO BEC-REG-CLAVE.
           READ DOC-BECAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 1 TO WS-IDX.
           IF HAY-MAESTRO
               MOVE PAG-REG-CLAVE TO EST-REG-CLAVE
               READ DOC-EST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-IDX = EST-REG-PLANTEL + 1
               END-READ
           END-IF.
           COMPUTE WS-DESCUENTO =
               PAG-REG-MONTO-BRUTO - PAG-REG-MONTO.
           ADD WS-DESCUENTO TO WS-K-BECAS(WS-IDX, WS-PERIODO).
           EXIT.

       100500-RECORRE-EVALUACIONES.
      *    "evaluaciones.txt" SOLO GUARDA EL CUESTIONARIO DEL TERMINO
      *    EN CURSO; EL ANTERIOR SALE COMO N/D.
           OPEN INPUT DOC-EVALUACIONES.
           IF WS-STATUS-EVA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-AUX.
           PERFORM UNTIL FIN-AUXILIAR
               READ DOC-EVALUACIONES
                   AT END
                       SET FIN-AUXILIAR TO TRUE
                   NOT AT END
                       MOVE EVA-REG-MATERIA TO MAT-REG-LLAVE
                       PERFORM 100350-PLANTEL-MATERIA
                       ADD 1 TO WS-K-EVAL-RESP(WS-IDX, 1)
                       PERFORM VARYING WS-SUB-ESC FROM 1 BY 1
                               UNTIL WS-SUB-ESC > 5
                           ADD EVA-REG-ESCALA(WS-SUB-ESC)
                               TO WS-K-EVAL-SUMA(WS-IDX, 1)
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE DOC-EVALUACIONES.
           EXIT.

       100600-CONSOLIDA.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
               ADD CORRESPONDING WS-K-PER(WS-IDX, 1)
                   TO WS-K-PER(101, 1)
               ADD CORRESPONDING WS-K-PER(WS-IDX, 2)
                   TO WS-K-PER(101, 2)
           END-PERFORM.
           EXIT.

       100700-ESCRIBE-REPORTE.
           OPEN OUTPUT REP-INDICADORES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
               IF WS-K-INSCRITOS(WS-IDX, 1) > ZEROS
                  OR WS-K-INSCRITOS(WS-IDX, 2) > ZEROS
                  OR WS-K-ASIST-TOTAL(WS-IDX, 1) > ZEROS
                  OR WS-K-EVAL-RESP(WS-IDX, 1) > ZEROS
                   PERFORM 100710-HOJA
               END-IF
           END-PERFORM.
           MOVE 101 TO WS-IDX.
           PERFORM 100710-HOJA.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-K-MATRICULA(101, 1) = WS-TOTAL-MATRICULA
               STRING
                   "CUADRADO: MATRICULA CONSOLIDADA " DELIMITED BY SIZE
                   WS-K-MATRICULA(101, 1) DELIMITED BY SIZE
                   " = SUMA DE PLANTELES " DELIMITED BY SIZE
                   WS-TOTAL-MATRICULA DELIMITED BY SIZE
                   " EN " DELIMITED BY SIZE
                   WS-TOTAL-HOJAS DELIMITED BY SIZE
                   " HOJAS" DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               STRING
                   "NO CUADRA: MATRICULA CONSOLIDADA " DELIMITED BY SIZE
                   WS-K-MATRICULA(101, 1) DELIMITED BY SIZE
                   " <> " DELIMITED BY SIZE
                   WS-TOTAL-MATRICULA DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           CLOSE REP-INDICADORES.
           EXIT.

       100710-HOJA.
           ADD 1 TO WS-TOTAL-HOJAS.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-IDX = 101
               MOVE "INDICADORES INSTITUCIONALES - CONSOLIDADO"
                   TO LINEA-TEMP
           ELSE
               COMPUTE WS-SUB = WS-IDX - 1
               MOVE WS-SUB TO WS-PLANTEL-CLAVE
               MOVE SPACES TO WS-PLANTEL-NOMBRE
               MOVE "N" TO WS-PLANTEL-ENCONTRADO
               CALL "PLANTEL-SEARCH" USING
                   WS-PLANTEL-CLAVE WS-PLANTEL-NOMBRE
                   WS-PLANTEL-ENCONTRADO
               STRING
                   "INDICADORES INSTITUCIONALES - PLANTEL "
                       DELIMITED BY SIZE
                   WS-PLANTEL-CLAVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PLANTEL-NOMBRE DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "FECHA " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               "  ACTUAL: CICLO " DELIMITED BY SIZE
               WS-CICLO-ACTUAL DELIMITED BY SIZE
               "  ANTERIOR: SNAPSHOT " DELIMITED BY SIZE
               WS-TERMINO-ANTERIOR DELIMITED BY SIZE
               " / CICLO " DELIMITED BY SIZE
               WS-CICLO-ANTERIOR DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "INDICADOR" TO LINEA-TEMP(1:9).
           MOVE "ACTUAL" TO LINEA-TEMP(38:6).
           MOVE "ANTERIOR" TO LINEA-TEMP(50:8).
           MOVE "CAMBIO" TO LINEA-TEMP(66:6).
           MOVE "UMBRAL" TO LINEA-TEMP(80:6).
           MOVE "BANDERA" TO LINEA-TEMP(89:7).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
      *    MATRICULA ACTIVA.
           MOVE "MATRICULA ACTIVA" TO WS-KPI-NOMBRE.
           MOVE WS-K-MATRICULA(WS-IDX, 1) TO WS-KPI-ACTUAL.
           MOVE WS-K-MATRICULA(WS-IDX, 2) TO WS-KPI-ANTERIOR.
           MOVE "S" TO WS-KPI-HAY-ACT.
           MOVE WS-HAY-SNAPSHOT TO WS-KPI-HAY-ANT.
           MOVE "C" TO WS-KPI-REGLA.
           MOVE WS-U-CAIDA TO WS-KPI-UMBRAL.
           PERFORM 100720-RENGLON.
      *    APROBACION.
           MOVE "% APROBACION" TO WS-KPI-NOMBRE.
           MOVE "N" TO WS-KPI-HAY-ACT WS-KPI-HAY-ANT.
           IF WS-K-CALIF-TOTAL(WS-IDX, 1) > ZEROS
               MOVE "S" TO WS-KPI-HAY-ACT
               COMPUTE WS-KPI-ACTUAL ROUNDED =
                   WS-K-CALIF-APROB(WS-IDX, 1) * 100
                   / WS-K-CALIF-TOTAL(WS-IDX, 1)
           END-IF.
           IF WS-K-CALIF-TOTAL(WS-IDX, 2) > ZEROS
               MOVE "S" TO WS-KPI-HAY-ANT
               COMPUTE WS-KPI-ANTERIOR ROUNDED =
                   WS-K-CALIF-APROB(WS-IDX, 2) * 100
                   / WS-K-CALIF-TOTAL(WS-IDX, 2)
           END-IF.
           MOVE "I" TO WS-KPI-REGLA.
           MOVE WS-U-APROB TO WS-KPI-UMBRAL.
           PERFORM 100720-RENGLON.
      *    ASISTENCIA.
           MOVE "% ASISTENCIA" TO WS-KPI-NOMBRE.
           MOVE "N" TO WS-KPI-HAY-ACT WS-KPI-HAY-ANT.
           IF WS-K-ASIST-TOTAL(WS-IDX, 1) > ZEROS
               MOVE "S" TO WS-KPI-HAY-ACT
               COMPUTE WS-KPI-ACTUAL ROUNDED =
                   WS-K-ASIST-PRES(WS-IDX, 1) * 100
                   / WS-K-ASIST-TOTAL(WS-IDX, 1)
           END-IF.
           IF WS-K-ASIST-TOTAL(WS-IDX, 2) > ZEROS
               MOVE "S" TO WS-KPI-HAY-ANT
               COMPUTE WS-KPI-ANTERIOR ROUNDED =
                   WS-K-ASIST-PRES(WS-IDX, 2) * 100
                   / WS-K-ASIST-TOTAL(WS-IDX, 2)
           END-IF.
           MOVE "I" TO WS-KPI-REGLA.
           MOVE WS-U-ASIST TO WS-KPI-UMBRAL.
           PERFORM 100720-RENGLON.
      *    SALDO VENCIDO.
           MOVE "% CON SALDO VENCIDO" TO WS-KPI-NOMBRE.
           MOVE "N" TO WS-KPI-HAY-ACT WS-KPI-HAY-ANT.
           IF WS-K-INSCRITOS(WS-IDX, 1) > ZEROS
               MOVE "S" TO WS-KPI-HAY-ACT
               COMPUTE WS-KPI-ACTUAL ROUNDED =
                   WS-K-MOROSOS(WS-IDX, 1) * 100
                   / WS-K-INSCRITOS(WS-IDX, 1)
           END-IF.
           IF WS-K-INSCRITOS(WS-IDX, 2) > ZEROS
               MOVE "S" TO WS-KPI-HAY-ANT
               COMPUTE WS-KPI-ANTERIOR ROUNDED =
                   WS-K-MOROSOS(WS-IDX, 2) * 100
                   / WS-K-INSCRITOS(WS-IDX, 2)
           END-IF.
           MOVE "M" TO WS-KPI-REGLA.
           MOVE WS-U-MOROSOS TO WS-KPI-UMBRAL.
           PERFORM 100720-RENGLON.
      *    GASTO EN BECAS; EL TOPE ES INSTITUCIONAL.
           MOVE "GASTO EN BECAS ($)" TO WS-KPI-NOMBRE.
           MOVE WS-K-BECAS(WS-IDX, 1) TO WS-KPI-ACTUAL.
           MOVE WS-K-BECAS(WS-IDX, 2) TO WS-KPI-ANTERIOR.
           MOVE "S" TO WS-KPI-HAY-ACT.
           MOVE WS-HAY-CICLO-ANT TO WS-KPI-HAY-ANT.
           MOVE "N" TO WS-KPI-REGLA.
           IF WS-IDX = 101 AND WS-PRESUPUESTO > ZEROS
               MOVE "M" TO WS-KPI-REGLA
               MOVE WS-PRESUPUESTO TO WS-KPI-UMBRAL
           END-IF.
           PERFORM 100720-RENGLON.
      *    EVALUACION DOCENTE (PROMEDIO DE LAS CINCO ESCALAS).
           MOVE "EVALUACION DOCENTE (1-5)" TO WS-KPI-NOMBRE.
           MOVE "N" TO WS-KPI-HAY-ACT WS-KPI-HAY-ANT.
           IF WS-K-EVAL-RESP(WS-IDX, 1) > ZEROS
               MOVE "S" TO WS-KPI-HAY-ACT
               COMPUTE WS-KPI-ACTUAL ROUNDED =
                   WS-K-EVAL-SUMA(WS-IDX, 1)
                   / (WS-K-EVAL-RESP(WS-IDX, 1) * 5)
           END-IF.
           MOVE "I" TO WS-KPI-REGLA.
           COMPUTE WS-KPI-UMBRAL = WS-U-EVALUA / 10.
           PERFORM 100720-RENGLON.
      *    PROBATORIA.
           MOVE "% EN PROBATORIA" TO WS-KPI-NOMBRE.
           MOVE "N" TO WS-KPI-HAY-ACT WS-KPI-HAY-ANT.
           IF WS-K-INSCRITOS(WS-IDX, 1) > ZEROS
               MOVE "S" TO WS-KPI-HAY-ACT
               COMPUTE WS-KPI-ACTUAL ROUNDED =
                   WS-K-PROBATORIA(WS-IDX, 1) * 100
                   / WS-K-INSCRITOS(WS-IDX, 1)
           END-IF.
           IF WS-K-INSCRITOS(WS-IDX, 2) > ZEROS
               MOVE "S" TO WS-KPI-HAY-ANT
               COMPUTE WS-KPI-ANTERIOR ROUNDED =
                   WS-K-PROBATORIA(WS-IDX, 2) * 100
                   / WS-K-INSCRITOS(WS-IDX, 2)
           END-IF.
           MOVE "M" TO WS-KPI-REGLA.
           MOVE WS-U-PROBAT TO WS-KPI-UMBRAL.
           PERFORM 100720-RENGLON.
           EXIT.

       100720-RENGLON.
           INITIALIZE LINEA-TEMP.
           MOVE WS-KPI-NOMBRE TO LINEA-TEMP(1:30).
           IF KPI-CON-ACTUAL
               MOVE WS-KPI-ACTUAL TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINEA-TEMP(32:12)
           ELSE
               MOVE "N/D" TO LINEA-TEMP(41:3)
           END-IF.
           IF KPI-CON-ANTERIOR
               MOVE WS-KPI-ANTERIOR TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINEA-TEMP(46:12)
           ELSE
               MOVE "N/D" TO LINEA-TEMP(55:3)
           END-IF.
           IF KPI-CON-ACTUAL AND KPI-CON-ANTERIOR
               COMPUTE WS-KPI-CAMBIO =
                   WS-KPI-ACTUAL - WS-KPI-ANTERIOR
               MOVE WS-KPI-CAMBIO TO WS-CAMBIO-EDIT
               MOVE WS-CAMBIO-EDIT TO LINEA-TEMP(60:12)
           END-IF.
           IF WS-KPI-REGLA NOT = "N"
               MOVE WS-KPI-UMBRAL TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT TO LINEA-TEMP(74:12)
           END-IF.
           EVALUATE TRUE
               WHEN WS-KPI-REGLA = "N"
                   CONTINUE
               WHEN NOT KPI-CON-ACTUAL
                   MOVE "N/D" TO LINEA-TEMP(89:3)
               WHEN WS-KPI-REGLA = "I"
                   IF WS-KPI-ACTUAL < WS-KPI-UMBRAL
                       MOVE "ALERTA" TO LINEA-TEMP(89:6)
                   ELSE
                       MOVE "OK" TO LINEA-TEMP(89:2)
                   END-IF
               WHEN WS-KPI-REGLA = "M"
                   IF WS-KPI-ACTUAL > WS-KPI-UMBRAL
                       MOVE "ALERTA" TO LINEA-TEMP(89:6)
                   ELSE
                       MOVE "OK" TO LINEA-TEMP(89:2)
                   END-IF
               WHEN WS-KPI-REGLA = "C"
      *            CAIDA CONTRA EL ANTERIOR EN %; SIN ANTERIOR NO HAY
      *            CONTRA QUE MEDIR.
                   IF NOT KPI-CON-ANTERIOR OR WS-KPI-ANTERIOR = ZEROS
                       MOVE "N/D" TO LINEA-TEMP(89:3)
                   ELSE
                       COMPUTE WS-KPI-PCT-CAMBIO ROUNDED =
                           (WS-KPI-ACTUAL - WS-KPI-ANTERIOR) * 100
                           / WS-KPI-ANTERIOR
                       IF WS-KPI-PCT-CAMBIO < ZEROS
                          AND WS-KPI-PCT-CAMBIO * -1 > WS-KPI-UMBRAL
                           MOVE "ALERTA" TO LINEA-TEMP(89:6)
                       ELSE
                           MOVE "OK" TO LINEA-TEMP(89:2)
                       END-IF
                   END-IF
           END-EVALUATE.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM INDICADORES-DOC.
