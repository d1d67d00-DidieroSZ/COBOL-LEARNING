      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: DROPOUT (DESERCION) ANALYSIS REPORT
      *          "REP-DESERCION.txt" FROM "bajas-motivo.txt". PARA UN
      *          CICLO (DESDE QUE ABRE SU INSCRIPCION HASTA UN DIA
      *          ANTES DE QUE ABRA LA DEL SIGUIENTE) O PARA TODAS LAS
      *          BAJAS, LISTA CADA BAJA CON LAS SENALES DE RIESGO QUE
      *          LA PRECEDIERON: PROMEDIO DE SUS ULTIMAS
      *          CALIFICACIONES (CONTRA CALIF-APROB), SALDO VENCIDO A
      *          LA FECHA DE LA BAJA (PAGOS-SALDO-SEARCH) Y AUSENCIAS
      *          EN "asistencia.txt" (CONTRA LIM-AUSENCIA POR MATERIA).
      *          DESPUES LAS DESGLOSA POR MOTIVO ("motivos-baja.txt"),
      *          CATEGORIA DEL MOTIVO, CARRERA, GRADO Y PLANTEL, CADA
      *          UNA CON CUANTAS TRAIAN CADA SENAL, Y CIERRA CON EL
      *          CUADRE DE LOS DESGLOSES CONTRA EL TOTAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESERCION-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-DES ASSIGN TO "bajas-motivo.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DES-REG-LLAVE
                   FILE STATUS WS-STATUS-BMO.

               SELECT DOC-MOTIVOS ASSIGN TO "motivos-baja.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MTB-REG-CODIGO
                   FILE STATUS WS-STATUS-MTB.

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

               SELECT DOC-ASISTENCIA ASSIGN TO "asistencia.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASI-REG-LLAVE
                   FILE STATUS WS-STATUS-ASI.

               SELECT REP-DESERCION ASSIGN TO "REP-DESERCION.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-DES.
               COPY "DES-REG-DOC.cpy".

           FD DOC-MOTIVOS.
               01 MTB-REG-DOC.
                   05 MTB-REG-CODIGO PIC X(04).
                   05 MTB-REG-DESCRIPCION PIC X(30).
                   05 MTB-REG-CATEGORIA PIC X(01).

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

           FD DOC-ASISTENCIA.
               01 ASI-REG-DOC.
                   05 ASI-REG-LLAVE.
                       10 ASI-REG-CLAVE PIC 9(08).
                       10 ASI-REG-MATERIA PIC 9(06).
                       10 ASI-REG-FECHA PIC 9(08).
                   05 ASI-REG-ESTADO PIC X(01).

           FD REP-DESERCION.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-BMO PIC XX.
               05 WS-STATUS-MTB PIC XX.
               05 WS-STATUS-CIC PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-ASI PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-CICLO PIC X(10) VALUE SPACES.
               05 WS-DESDE PIC 9(08) VALUE ZEROS.
               05 WS-HASTA PIC 9(08) VALUE 99999999.
               05 WS-SIGUIENTE-INI PIC 9(08) VALUE 99999999.
               05 WS-CALIF-APROBATORIA PIC 9(03) VALUE 70.
               05 WS-LIMITE-AUSENCIAS PIC 9(03) VALUE 3.
               05 WS-NOMBRE PIC X(40) VALUE SPACES.
               05 WS-SUMA-CALIF PIC 9(05)V9 VALUE ZEROS.
               05 WS-MATERIAS PIC 9(02) VALUE ZEROS.
               05 WS-PROMEDIO PIC 9(03)V9 VALUE ZEROS.
               05 WS-AUSENCIAS PIC 9(04) VALUE ZEROS.
               05 WS-AUS-MATERIA PIC 9(04) VALUE ZEROS.
               05 WS-MATERIA-ANT PIC 9(06) VALUE ZEROS.
               05 WS-SENALES PIC X(03) VALUE SPACES.
               05 WS-PORCENTAJE PIC 9(03) VALUE ZEROS.

      *    SENALES DE LA BAJA EN CURSO: 1 SI LA TRAIA, 0 SI NO.
           01 WS-SENAL-BAJA.
               05 WS-S-PROMEDIO PIC 9 VALUE 0.
               05 WS-S-ADEUDO PIC 9 VALUE 0.
               05 WS-S-FALTAS PIC 9 VALUE 0.
               05 WS-S-NINGUNA PIC 9 VALUE 0.

           01 WS-SALDO-CALL.
               05 WS-SALDO-VENCIDO PIC S9(07)V99 VALUE ZEROS.
               05 WS-SALDO-TOTAL PIC S9(07)V99 VALUE ZEROS.

           01 WS-EDICION.
               05 WS-PROM-EDIT PIC ZZ9.9.
               05 WS-SALDO-EDIT PIC Z,ZZZ,ZZ9.99.
               05 WS-CUENTA-EDIT PIC ZZZZ9.
               05 WS-PCT-EDIT PIC ZZ9.

      *    UNA ENTRADA POR MOTIVO DEL CATALOGO, MAS LOS CODIGOS QUE
      *    APAREZCAN EN LAS BAJAS SIN ESTAR EN EL CATALOGO.
           01 WS-MOTIVOS.
               05 WS-TOTAL-MOTIVOS PIC 9(03) VALUE ZEROS.
               05 WS-TABLA-MOTIVOS OCCURS 100 TIMES.
                   10 WS-M-CODIGO PIC X(04).
                   10 WS-M-DESCRIPCION PIC X(30).
                   10 WS-M-CATEGORIA PIC X(01).
                   10 WS-M-CUENTAS.
                       15 WS-M-BAJAS PIC 9(05).
                       15 WS-M-PROMEDIO PIC 9(05).
                       15 WS-M-ADEUDO PIC 9(05).
                       15 WS-M-FALTAS PIC 9(05).
                       15 WS-M-NINGUNA PIC 9(05).

      *    CATEGORIAS EN EL ORDEN DEL CATALOGO; LA SEPTIMA JUNTA LOS
      *    MOTIVOS SIN CATEGORIA.
           01 WS-CATEGORIAS-VALORES.
               05 FILLER PIC X(15) VALUE "EECONOMICO".
               05 FILLER PIC X(15) VALUE "AACADEMICO".
               05 FILLER PIC X(15) VALUE "DDISTANCIA".
               05 FILLER PIC X(15) VALUE "TTRANSFERENCIA".
               05 FILLER PIC X(15) VALUE "PPERSONAL".
               05 FILLER PIC X(15) VALUE "OOTRO".
               05 FILLER PIC X(15) VALUE "?SIN CATEGORIA".
           01 WS-CATEGORIAS REDEFINES WS-CATEGORIAS-VALORES.
               05 WS-TABLA-CATEGORIAS OCCURS 7 TIMES.
                   10 WS-K-CODIGO PIC X(01).
                   10 WS-K-NOMBRE PIC X(14).

           01 WS-CUENTAS-CATEGORIA.
               05 WS-K-CUENTAS OCCURS 7 TIMES.
                   10 WS-K-BAJAS PIC 9(05).
                   10 WS-K-PROMEDIO PIC 9(05).
                   10 WS-K-ADEUDO PIC 9(05).
                   10 WS-K-FALTAS PIC 9(05).
                   10 WS-K-NINGUNA PIC 9(05).

      *    CARRERA, GRADO Y PLANTEL SON CLAVES DE DOS DIGITOS; LA
      *    ENTRADA ES LA CLAVE MAS UNO.
           01 WS-CUENTAS-CARRERA.
               05 WS-C-CUENTAS OCCURS 100 TIMES.
                   10 WS-C-BAJAS PIC 9(05).
                   10 WS-C-PROMEDIO PIC 9(05).
                   10 WS-C-ADEUDO PIC 9(05).
                   10 WS-C-FALTAS PIC 9(05).
                   10 WS-C-NINGUNA PIC 9(05).
           01 WS-CUENTAS-GRADO.
               05 WS-G-CUENTAS OCCURS 100 TIMES.
                   10 WS-G-BAJAS PIC 9(05).
                   10 WS-G-PROMEDIO PIC 9(05).
                   10 WS-G-ADEUDO PIC 9(05).
                   10 WS-G-FALTAS PIC 9(05).
                   10 WS-G-NINGUNA PIC 9(05).
           01 WS-CUENTAS-PLANTEL.
               05 WS-L-CUENTAS OCCURS 100 TIMES.
                   10 WS-L-BAJAS PIC 9(05).
                   10 WS-L-PROMEDIO PIC 9(05).
                   10 WS-L-ADEUDO PIC 9(05).
                   10 WS-L-FALTAS PIC 9(05).
                   10 WS-L-NINGUNA PIC 9(05).

      *    RENGLON DE DESGLOSE: SE LLENA DESDE LA TABLA QUE TOQUE Y
      *    LO ESCRIBE 100700-RENGLON.
           01 WS-RENGLON.
               05 WS-R-ETIQUETA PIC X(36).
               05 WS-R-BAJAS PIC 9(05).
               05 WS-R-PROMEDIO PIC 9(05).
               05 WS-R-ADEUDO PIC 9(05).
               05 WS-R-FALTAS PIC 9(05).
               05 WS-R-NINGUNA PIC 9(05).

           01 WS-TOTALES.
               05 WS-TOTAL-LEIDAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-BAJAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-PROMEDIO PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ADEUDO PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-FALTAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-NINGUNA PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ENTREVISTA PIC 9(05) VALUE ZEROS.
               05 WS-SUMA-MOTIVOS PIC 9(05) VALUE ZEROS.
               05 WS-SUMA-CARRERAS PIC 9(05) VALUE ZEROS.
               05 WS-SUMA-GRADOS PIC 9(05) VALUE ZEROS.
               05 WS-SUMA-PLANTELES PIC 9(05) VALUE ZEROS.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-MOT PIC 9(03).
               05 WS-IDX-CAT PIC 9(03).
               05 WS-IDX-CAR PIC 9(03).
               05 WS-IDX-GRA PIC 9(03).
               05 WS-IDX-PLA PIC 9(03).
               05 WS-SUB PIC 99.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-FIN-AUX PIC X VALUE "N".
                   88 FIN-AUXILIAR VALUE "S".
               05 WS-CICLO-OK PIC X VALUE "N".
                   88 CICLO-HALLADO VALUE "S".
               05 WS-EST-OK PIC X VALUE "N".
                   88 EST-HALLADO VALUE "S".
               05 WS-ASI-OK PIC X VALUE "N".
                   88 HAY-ASISTENCIA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           DISPLAY "---------------------------------------".
           DISPLAY "---- ANALISIS DE DESERCION ----".
           DISPLAY "---------------------------------------".
           DISPLAY "CICLO (EN BLANCO = TODAS LAS BAJAS): "
                   WITH NO ADVANCING.
           ACCEPT WS-CICLO.
           MOVE FUNCTION UPPER-CASE(WS-CICLO) TO WS-CICLO.
           IF WS-CICLO NOT = SPACES
               PERFORM 100050-RANGO-CICLO
               IF NOT CICLO-HALLADO
                   DISPLAY "**** CICLO NO REGISTRADO ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "CALIF-APROB" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR TO WS-CALIF-APROBATORIA
           END-IF.
           MOVE "LIM-AUSENCIA" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR TO WS-LIMITE-AUSENCIAS
           END-IF.
           OPEN INPUT DOC-DES.
           IF WS-STATUS-BMO NOT = "00"
               DISPLAY "**** NO HAY BAJAS-MOTIVO.TXT; SIN BAJAS "
                       "REGISTRADAS ***"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-CUENTAS-CATEGORIA WS-CUENTAS-CARRERA
                      WS-CUENTAS-GRADO WS-CUENTAS-PLANTEL.
           PERFORM 100080-CARGA-MOTIVOS.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "ERROR AL ABRIR ESTUDIANTES.TXT"
               CLOSE DOC-DES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-ASISTENCIA.
           IF WS-STATUS-ASI = "00"
               SET HAY-ASISTENCIA TO TRUE
           END-IF.
           OPEN OUTPUT REP-DESERCION.
           PERFORM 100100-ENCABEZADO.
           PERFORM 100200-PROCESA-BAJA UNTIL FIN-ARCHIVO.
           CLOSE DOC-DES DOC-EST.
           IF HAY-ASISTENCIA
               CLOSE DOC-ASISTENCIA
           END-IF.
           PERFORM 100400-POR-MOTIVO.
           PERFORM 100450-POR-CATEGORIA.
           PERFORM 100500-POR-CARRERA.
           PERFORM 100550-POR-GRADO.
           PERFORM 100600-POR-PLANTEL.
           PERFORM 100900-CIERRE.
           CLOSE REP-DESERCION.
           DISPLAY "**** REPORTE GENERADO EN REP-DESERCION.txt ***".
           EXIT.

       100050-RANGO-CICLO.
      *    EL CICLO VA DESDE QUE ABRE SU INSCRIPCION HASTA UN DIA
      *    ANTES DE QUE ABRA LA DEL CICLO SIGUIENTE (EL DE APERTURA
      *    MAS CERCANA); EL ULTIMO CICLO QUEDA ABIERTO.
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-AUX.
           PERFORM UNTIL FIN-AUXILIAR
               READ DOC-CICLOS NEXT RECORD
                   AT END
                       SET FIN-AUXILIAR TO TRUE
                   NOT AT END
                       IF CIC-REG-ID = WS-CICLO
                           SET CICLO-HALLADO TO TRUE
                           MOVE CIC-REG-INSCR-INI TO WS-DESDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-CICLOS.
           IF NOT CICLO-HALLADO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-CICLOS.
           MOVE "N" TO WS-FIN-AUX.
           PERFORM UNTIL FIN-AUXILIAR
               READ DOC-CICLOS NEXT RECORD
                   AT END
                       SET FIN-AUXILIAR TO TRUE
                   NOT AT END
                       IF CIC-REG-INSCR-INI > WS-DESDE
                          AND CIC-REG-INSCR-INI < WS-SIGUIENTE-INI
                           MOVE CIC-REG-INSCR-INI
                               TO WS-SIGUIENTE-INI
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-CICLOS.
           IF WS-SIGUIENTE-INI NOT = 99999999
               COMPUTE WS-HASTA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SIGUIENTE-INI) - 1)
           END-IF.
           EXIT.

       100080-CARGA-MOTIVOS.
           MOVE ZEROS TO WS-TOTAL-MOTIVOS.
           OPEN INPUT DOC-MOTIVOS.
           IF WS-STATUS-MTB NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-AUX.
           PERFORM UNTIL FIN-AUXILIAR
               READ DOC-MOTIVOS NEXT RECORD
                   AT END
                       SET FIN-AUXILIAR TO TRUE
                   NOT AT END
                       IF WS-TOTAL-MOTIVOS < 100
                           ADD 1 TO WS-TOTAL-MOTIVOS
                           INITIALIZE
                               WS-TABLA-MOTIVOS(WS-TOTAL-MOTIVOS)
                           MOVE MTB-REG-CODIGO
                               TO WS-M-CODIGO(WS-TOTAL-MOTIVOS)
                           MOVE MTB-REG-DESCRIPCION
                               TO WS-M-DESCRIPCION(WS-TOTAL-MOTIVOS)
                           MOVE MTB-REG-CATEGORIA
                               TO WS-M-CATEGORIA(WS-TOTAL-MOTIVOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-MOTIVOS.
           EXIT.

       100100-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-CICLO = SPACES
               MOVE "ANALISIS DE DESERCION - TODAS LAS BAJAS"
                   TO LINEA-TEMP
           ELSE
               STRING
                   "ANALISIS DE DESERCION - CICLO " DELIMITED BY SIZE
                   WS-CICLO DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   WS-DESDE DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   WS-HASTA DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "SENALES: P = PROMEDIO BAJO " DELIMITED BY SIZE
               WS-CALIF-APROBATORIA DELIMITED BY SIZE
               ", $ = SALDO VENCIDO, F = MAS DE " DELIMITED BY SIZE
               WS-LIMITE-AUSENCIAS DELIMITED BY SIZE
               " FALTAS EN UNA MATERIA" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "CLAVE" TO LINEA-TEMP(1:5).
           MOVE "NOMBRE" TO LINEA-TEMP(10:6).
           MOVE "FECHA" TO LINEA-TEMP(41:5).
           MOVE "MOTV" TO LINEA-TEMP(50:4).
           MOVE "CA" TO LINEA-TEMP(55:2).
           MOVE "GR" TO LINEA-TEMP(58:2).
           MOVE "PL" TO LINEA-TEMP(61:2).
           MOVE "PROM." TO LINEA-TEMP(64:5).
           MOVE "SALDO VENCIDO" TO LINEA-TEMP(71:13).
           MOVE "FALTAS" TO LINEA-TEMP(85:6).
           MOVE "SEN" TO LINEA-TEMP(92:3).
           MOVE "ENT" TO LINEA-TEMP(96:3).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100200-PROCESA-BAJA.
           READ DOC-DES NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LEIDAS
                   IF DES-REG-FECHA >= WS-DESDE
                      AND DES-REG-FECHA <= WS-HASTA
                       PERFORM 100210-ANALIZA-BAJA
                   END-IF
           END-READ.
           EXIT.

       100210-ANALIZA-BAJA.
           ADD 1 TO WS-TOTAL-BAJAS.
           IF DES-CON-ENTREVISTA
               ADD 1 TO WS-TOTAL-ENTREVISTA
           END-IF.
           PERFORM 100220-PROMEDIO.
           MOVE ZEROS TO WS-SALDO-VENCIDO WS-SALDO-TOTAL.
           CALL "PAGOS-SALDO-SEARCH" USING
               DES-REG-CLAVE DES-REG-FECHA
               WS-SALDO-VENCIDO WS-SALDO-TOTAL.
           PERFORM 100230-AUSENCIAS.
           INITIALIZE WS-SENAL-BAJA.
           MOVE SPACES TO WS-SENALES.
           IF WS-MATERIAS > ZEROS
              AND WS-PROMEDIO < WS-CALIF-APROBATORIA
               MOVE 1 TO WS-S-PROMEDIO
               MOVE "P" TO WS-SENALES(1:1)
           END-IF.
           IF WS-SALDO-VENCIDO > ZEROS
               MOVE 1 TO WS-S-ADEUDO
               MOVE "$" TO WS-SENALES(2:1)
           END-IF.
           IF WS-AUS-MATERIA > WS-LIMITE-AUSENCIAS
               MOVE 1 TO WS-S-FALTAS
               MOVE "F" TO WS-SENALES(3:1)
           END-IF.
           IF WS-SENALES = SPACES
               MOVE 1 TO WS-S-NINGUNA
           END-IF.
           ADD WS-S-PROMEDIO TO WS-TOTAL-PROMEDIO.
           ADD WS-S-ADEUDO TO WS-TOTAL-ADEUDO.
           ADD WS-S-FALTAS TO WS-TOTAL-FALTAS.
           ADD WS-S-NINGUNA TO WS-TOTAL-NINGUNA.
           PERFORM 100240-ACUMULA.
           PERFORM 100250-DETALLE.
           EXIT.

       100220-PROMEDIO.
      *    PROMEDIO DE LAS CALIFICACIONES FINALES CAPTURADAS EN EL
      *    REGISTRO; COMO LA BAJA NO BORRA EL REGISTRO, SON LAS DE
      *    SU ULTIMO CICLO.
           MOVE ZEROS TO WS-SUMA-CALIF WS-MATERIAS WS-PROMEDIO.
           MOVE SPACES TO WS-NOMBRE.
           MOVE "N" TO WS-EST-OK.
           MOVE DES-REG-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   MOVE "**** NO ENCONTRADO ****" TO WS-NOMBRE
               NOT INVALID KEY
                   SET EST-HALLADO TO TRUE
                   MOVE EST-REG-NOMBRE TO WS-NOMBRE
           END-READ.
           IF NOT EST-HALLADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF EST-REG-MATERIA-TABLA(WS-SUB) NOT = ZEROS
                  AND EST-REG-CALIF-TABLA(WS-SUB) > ZEROS
                   ADD EST-REG-CALIF-TABLA(WS-SUB) TO WS-SUMA-CALIF
                   ADD 1 TO WS-MATERIAS
               END-IF
           END-PERFORM.
           IF WS-MATERIAS > ZEROS
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-SUMA-CALIF / WS-MATERIAS
           END-IF.
           EXIT.

       100230-AUSENCIAS.
      *    AUSENCIAS SIN JUSTIFICAR ("A") DEL ALUMNO Y EL MAXIMO EN
      *    UNA SOLA MATERIA, QUE ES LO QUE SE COMPARA CONTRA
      *    LIM-AUSENCIA COMO EN REP-AUSENCIAS-DOC.
           MOVE ZEROS TO WS-AUSENCIAS WS-AUS-MATERIA WS-MATERIA-ANT.
           IF NOT HAY-ASISTENCIA
               EXIT PARAGRAPH
           END-IF.
           MOVE DES-REG-CLAVE TO ASI-REG-CLAVE.
           MOVE ZEROS TO ASI-REG-MATERIA ASI-REG-FECHA.
           MOVE "N" TO WS-FIN-AUX.
           START DOC-ASISTENCIA KEY IS NOT LESS THAN ASI-REG-LLAVE
               INVALID KEY
                   SET FIN-AUXILIAR TO TRUE
           END-START.
           MOVE ZEROS TO WS-IDX.
           PERFORM UNTIL FIN-AUXILIAR
               READ DOC-ASISTENCIA NEXT RECORD
                   AT END
                       SET FIN-AUXILIAR TO TRUE
                   NOT AT END
                       IF ASI-REG-CLAVE NOT = DES-REG-CLAVE
                           SET FIN-AUXILIAR TO TRUE
                       ELSE
                           IF ASI-REG-MATERIA NOT = WS-MATERIA-ANT
                               MOVE ASI-REG-MATERIA TO WS-MATERIA-ANT
                               MOVE ZEROS TO WS-IDX
                           END-IF
                           IF ASI-REG-ESTADO = "A"
                               ADD 1 TO WS-AUSENCIAS
                               ADD 1 TO WS-IDX
                               IF WS-IDX > WS-AUS-MATERIA
                                   MOVE WS-IDX TO WS-AUS-MATERIA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100240-ACUMULA.
      *    MOTIVO: SE BUSCA EN LA TABLA Y, SI NO ESTA EN EL CATALOGO,
      *    SE AGREGA CON SU CODIGO PARA QUE NO SE PIERDA EN EL CUADRE.
           MOVE ZEROS TO WS-IDX-MOT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-MOTIVOS OR WS-IDX-MOT > 0
               IF WS-M-CODIGO(WS-IDX) = DES-REG-MOTIVO
                   MOVE WS-IDX TO WS-IDX-MOT
               END-IF
           END-PERFORM.
           IF WS-IDX-MOT = ZEROS AND WS-TOTAL-MOTIVOS < 100
               ADD 1 TO WS-TOTAL-MOTIVOS
               MOVE WS-TOTAL-MOTIVOS TO WS-IDX-MOT
               INITIALIZE WS-TABLA-MOTIVOS(WS-IDX-MOT)
               MOVE DES-REG-MOTIVO TO WS-M-CODIGO(WS-IDX-MOT)
               MOVE "(NO ESTA EN EL CATALOGO)"
                   TO WS-M-DESCRIPCION(WS-IDX-MOT)
               MOVE "?" TO WS-M-CATEGORIA(WS-IDX-MOT)
           END-IF.
           MOVE 7 TO WS-IDX-CAT.
           IF WS-IDX-MOT > ZEROS
               ADD 1 TO WS-M-BAJAS(WS-IDX-MOT)
               ADD WS-S-PROMEDIO TO WS-M-PROMEDIO(WS-IDX-MOT)
               ADD WS-S-ADEUDO TO WS-M-ADEUDO(WS-IDX-MOT)
               ADD WS-S-FALTAS TO WS-M-FALTAS(WS-IDX-MOT)
               ADD WS-S-NINGUNA TO WS-M-NINGUNA(WS-IDX-MOT)
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
                   IF WS-K-CODIGO(WS-IDX) = WS-M-CATEGORIA(WS-IDX-MOT)
                       MOVE WS-IDX TO WS-IDX-CAT
                   END-IF
               END-PERFORM
           END-IF.
           ADD 1 TO WS-K-BAJAS(WS-IDX-CAT).
           ADD WS-S-PROMEDIO TO WS-K-PROMEDIO(WS-IDX-CAT).
           ADD WS-S-ADEUDO TO WS-K-ADEUDO(WS-IDX-CAT).
           ADD WS-S-FALTAS TO WS-K-FALTAS(WS-IDX-CAT).
           ADD WS-S-NINGUNA TO WS-K-NINGUNA(WS-IDX-CAT).
           COMPUTE WS-IDX-CAR = DES-REG-CARRERA + 1.
           ADD 1 TO WS-C-BAJAS(WS-IDX-CAR).
           ADD WS-S-PROMEDIO TO WS-C-PROMEDIO(WS-IDX-CAR).
           ADD WS-S-ADEUDO TO WS-C-ADEUDO(WS-IDX-CAR).
           ADD WS-S-FALTAS TO WS-C-FALTAS(WS-IDX-CAR).
           ADD WS-S-NINGUNA TO WS-C-NINGUNA(WS-IDX-CAR).
           COMPUTE WS-IDX-GRA = DES-REG-GRADO + 1.
           ADD 1 TO WS-G-BAJAS(WS-IDX-GRA).
           ADD WS-S-PROMEDIO TO WS-G-PROMEDIO(WS-IDX-GRA).
           ADD WS-S-ADEUDO TO WS-G-ADEUDO(WS-IDX-GRA).
           ADD WS-S-FALTAS TO WS-G-FALTAS(WS-IDX-GRA).
           ADD WS-S-NINGUNA TO WS-G-NINGUNA(WS-IDX-GRA).
           COMPUTE WS-IDX-PLA = DES-REG-PLANTEL + 1.
           ADD 1 TO WS-L-BAJAS(WS-IDX-PLA).
           ADD WS-S-PROMEDIO TO WS-L-PROMEDIO(WS-IDX-PLA).
           ADD WS-S-ADEUDO TO WS-L-ADEUDO(WS-IDX-PLA).
           ADD WS-S-FALTAS TO WS-L-FALTAS(WS-IDX-PLA).
           ADD WS-S-NINGUNA TO WS-L-NINGUNA(WS-IDX-PLA).
           EXIT.

       100250-DETALLE.
           INITIALIZE LINEA-TEMP.
           MOVE DES-REG-CLAVE TO LINEA-TEMP(1:8).
           MOVE WS-NOMBRE(1:30) TO LINEA-TEMP(10:30).
           MOVE DES-REG-FECHA TO LINEA-TEMP(41:8).
           MOVE DES-REG-MOTIVO TO LINEA-TEMP(50:4).
           MOVE DES-REG-CARRERA TO LINEA-TEMP(55:2).
           MOVE DES-REG-GRADO TO LINEA-TEMP(58:2).
           MOVE DES-REG-PLANTEL TO LINEA-TEMP(61:2).
           MOVE WS-PROMEDIO TO WS-PROM-EDIT.
           MOVE WS-PROM-EDIT TO LINEA-TEMP(64:5).
           MOVE WS-SALDO-VENCIDO TO WS-SALDO-EDIT.
           MOVE WS-SALDO-EDIT TO LINEA-TEMP(71:12).
           MOVE WS-AUSENCIAS TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(85:5).
           MOVE WS-SENALES TO LINEA-TEMP(92:3).
           MOVE DES-REG-ENTREVISTA TO LINEA-TEMP(97:1).
           WRITE LINEA-TEMP.
           IF DES-CON-ENTREVISTA
              AND (DES-REG-COMENTARIO NOT = SPACES
                   OR DES-REG-DESTINO NOT = SPACES)
               INITIALIZE LINEA-TEMP
               STRING
                   "          ENTREVISTA: " DELIMITED BY SIZE
                   DES-REG-COMENTARIO DELIMITED BY SIZE
                   " DESTINO: " DELIMITED BY SIZE
                   DES-REG-DESTINO DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           EXIT.

       100300-TITULO-DESGLOSE.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE WS-R-ETIQUETA TO LINEA-TEMP(1:36).
           MOVE "BAJAS" TO LINEA-TEMP(38:5).
           MOVE "%" TO LINEA-TEMP(46:1).
           MOVE "PROM.BAJO" TO LINEA-TEMP(50:9).
           MOVE "ADEUDO" TO LINEA-TEMP(61:6).
           MOVE "FALTAS" TO LINEA-TEMP(70:6).
           MOVE "SIN SENAL" TO LINEA-TEMP(79:9).
           WRITE LINEA-TEMP.
           EXIT.

       100400-POR-MOTIVO.
           MOVE "POR MOTIVO" TO WS-R-ETIQUETA.
           PERFORM 100300-TITULO-DESGLOSE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-MOTIVOS
               IF WS-M-BAJAS(WS-IDX) > ZEROS
                   INITIALIZE WS-R-ETIQUETA
                   STRING
                       WS-M-CODIGO(WS-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-M-DESCRIPCION(WS-IDX) DELIMITED BY SIZE
                   INTO WS-R-ETIQUETA
                   MOVE WS-M-CUENTAS(WS-IDX) TO WS-RENGLON(37:25)
                   ADD WS-M-BAJAS(WS-IDX) TO WS-SUMA-MOTIVOS
                   PERFORM 100700-RENGLON
               END-IF
           END-PERFORM.
           EXIT.

       100450-POR-CATEGORIA.
           MOVE "POR CATEGORIA DEL MOTIVO" TO WS-R-ETIQUETA.
           PERFORM 100300-TITULO-DESGLOSE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               IF WS-K-BAJAS(WS-IDX) > ZEROS
                   MOVE WS-K-NOMBRE(WS-IDX) TO WS-R-ETIQUETA
                   MOVE WS-K-CUENTAS(WS-IDX) TO WS-RENGLON(37:25)
                   PERFORM 100700-RENGLON
               END-IF
           END-PERFORM.
           EXIT.

       100500-POR-CARRERA.
           MOVE "POR CARRERA" TO WS-R-ETIQUETA.
           PERFORM 100300-TITULO-DESGLOSE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
               IF WS-C-BAJAS(WS-IDX) > ZEROS
                   INITIALIZE WS-R-ETIQUETA
                   COMPUTE WS-SUB = WS-IDX - 1
                   STRING
                       "CARRERA " DELIMITED BY SIZE
                       WS-SUB DELIMITED BY SIZE
                   INTO WS-R-ETIQUETA
                   MOVE WS-C-CUENTAS(WS-IDX) TO WS-RENGLON(37:25)
                   ADD WS-C-BAJAS(WS-IDX) TO WS-SUMA-CARRERAS
                   PERFORM 100700-RENGLON
               END-IF
           END-PERFORM.
           EXIT.

       100550-POR-GRADO.
           MOVE "POR GRADO" TO WS-R-ETIQUETA.
           PERFORM 100300-TITULO-DESGLOSE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
               IF WS-G-BAJAS(WS-IDX) > ZEROS
                   INITIALIZE WS-R-ETIQUETA
                   COMPUTE WS-SUB = WS-IDX - 1
                   STRING
                       "GRADO " DELIMITED BY SIZE
                       WS-SUB DELIMITED BY SIZE
                   INTO WS-R-ETIQUETA
                   MOVE WS-G-CUENTAS(WS-IDX) TO WS-RENGLON(37:25)
                   ADD WS-G-BAJAS(WS-IDX) TO WS-SUMA-GRADOS
                   PERFORM 100700-RENGLON
               END-IF
           END-PERFORM.
           EXIT.

       100600-POR-PLANTEL.
           MOVE "POR PLANTEL" TO WS-R-ETIQUETA.
           PERFORM 100300-TITULO-DESGLOSE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
               IF WS-L-BAJAS(WS-IDX) > ZEROS
                   INITIALIZE WS-R-ETIQUETA
                   COMPUTE WS-SUB = WS-IDX - 1
                   STRING
                       "PLANTEL " DELIMITED BY SIZE
                       WS-SUB DELIMITED BY SIZE
                   INTO WS-R-ETIQUETA
                   MOVE WS-L-CUENTAS(WS-IDX) TO WS-RENGLON(37:25)
                   ADD WS-L-BAJAS(WS-IDX) TO WS-SUMA-PLANTELES
                   PERFORM 100700-RENGLON
               END-IF
           END-PERFORM.
           EXIT.

       100700-RENGLON.
           MOVE ZEROS TO WS-PORCENTAJE.
           IF WS-TOTAL-BAJAS > ZEROS
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-R-BAJAS * 100 / WS-TOTAL-BAJAS
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE WS-R-ETIQUETA TO LINEA-TEMP(1:36).
           MOVE WS-R-BAJAS TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(38:5).
           MOVE WS-PORCENTAJE TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT TO LINEA-TEMP(44:3).
           MOVE WS-R-PROMEDIO TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(54:5).
           MOVE WS-R-ADEUDO TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(62:5).
           MOVE WS-R-FALTAS TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(71:5).
           MOVE WS-R-NINGUNA TO WS-CUENTA-EDIT.
           MOVE WS-CUENTA-EDIT TO LINEA-TEMP(83:5).
           WRITE LINEA-TEMP.
           EXIT.

       100900-CIERRE.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE "TOTAL" TO WS-R-ETIQUETA.
           MOVE WS-TOTAL-BAJAS TO WS-R-BAJAS.
           MOVE WS-TOTAL-PROMEDIO TO WS-R-PROMEDIO.
           MOVE WS-TOTAL-ADEUDO TO WS-R-ADEUDO.
           MOVE WS-TOTAL-FALTAS TO WS-R-FALTAS.
           MOVE WS-TOTAL-NINGUNA TO WS-R-NINGUNA.
           PERFORM 100700-RENGLON.
           INITIALIZE LINEA-TEMP.
           STRING
               "BAJAS LEIDAS " DELIMITED BY SIZE
               WS-TOTAL-LEIDAS DELIMITED BY SIZE
               "  EN EL PERIODO " DELIMITED BY SIZE
               WS-TOTAL-BAJAS DELIMITED BY SIZE
               "  CON ENTREVISTA " DELIMITED BY SIZE
               WS-TOTAL-ENTREVISTA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-SUMA-MOTIVOS = WS-TOTAL-BAJAS
              AND WS-SUMA-CARRERAS = WS-TOTAL-BAJAS
              AND WS-SUMA-GRADOS = WS-TOTAL-BAJAS
              AND WS-SUMA-PLANTELES = WS-TOTAL-BAJAS
               STRING
                   "CUADRADO: BAJAS " DELIMITED BY SIZE
                   WS-TOTAL-BAJAS DELIMITED BY SIZE
                   " = MOTIVOS = CARRERAS = GRADOS = PLANTELES"
                       DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               STRING
                   "NO CUADRA: BAJAS " DELIMITED BY SIZE
                   WS-TOTAL-BAJAS DELIMITED BY SIZE
                   " MOTIVOS " DELIMITED BY SIZE
                   WS-SUMA-MOTIVOS DELIMITED BY SIZE
                   " CARRERAS " DELIMITED BY SIZE
                   WS-SUMA-CARRERAS DELIMITED BY SIZE
                   " GRADOS " DELIMITED BY SIZE
                   WS-SUMA-GRADOS DELIMITED BY SIZE
                   " PLANTELES " DELIMITED BY SIZE
                   WS-SUMA-PLANTELES DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM DESERCION-DOC.
