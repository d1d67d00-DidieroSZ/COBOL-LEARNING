      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: WEEKLY COURSE PROGRESS REPORT
      *          "REP-AVANCE-PROGRAMATICO.txt": POR CADA GRUPO ABIERTO
      *          DE "materias.txt", UNIDADES VISTAS
      *          ("avance-programatico.txt") CONTRA EL TEMARIO DE LA
      *          MATERIA ("temario.txt"), EL PORCENTAJE CUBIERTO
      *          CONTRA EL PORCENTAJE TRANSCURRIDO DEL CICLO ABIERTO
      *          ("ciclos.txt", DE INSCR-INI A CALIF-FIN, COMO EN
      *          HORARIO-ICS-DOC) Y LAS UNIDADES QUE YA DEBIAN IR
      *          SEGUN LA SEMANA PLANEADA. MARCA LOS GRUPOS CON MAS DE
      *          N UNIDADES DE ATRASO (PARAMETRO "AVANCE-ATRASO",
      *          2 SI NO ESTA CAPTURADO) Y, CUANDO LOS GRUPOS DE UNA
      *          MISMA MATERIA LOS DAN PROFESORES DISTINTOS, COMPARA
      *          EL GRUPO MAS ADELANTADO CON EL MAS ATRASADO. LO CORRE
      *          DRIVER-DIARIO-DOC CON EL PASO "AVANCE".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVANCE-REPORTE-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-CICLOS ASSIGN TO "ciclos.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CIC-REG-ID
                   FILE STATUS WS-STATUS-CIC.

               SELECT DOC-MAT ASSIGN TO "materias.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT DOC-TEMARIO ASSIGN TO "temario.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TEM-REG-LLAVE
                   FILE STATUS WS-STATUS-TEM.

               SELECT DOC-AVANCE ASSIGN TO "avance-programatico.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS AVA-REG-LLAVE
                   FILE STATUS WS-STATUS-AVA.

               SELECT REP-AVANCE
                   ASSIGN TO "REP-AVANCE-PROGRAMATICO.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-CICLOS.
               01 CIC-REG-DOC.
                   05 CIC-REG-ID PIC X(10).
                   05 CIC-REG-INSCR-INI PIC 9(08).
                   05 CIC-REG-INSCR-FIN PIC 9(08).
                   05 CIC-REG-CALIF-INI PIC 9(08).
                   05 CIC-REG-CALIF-FIN PIC 9(08).
                   05 CIC-REG-ESTATUS PIC X(01).

           FD DOC-MAT.
               COPY "MAT-REG-DOC.cpy".

           FD DOC-TEMARIO.
               COPY "TEM-REG-DOC.cpy".

           FD DOC-AVANCE.
               COPY "AVA-REG-DOC.cpy".

           FD REP-AVANCE.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-CIC PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-TEM PIC XX.
               05 WS-STATUS-AVA PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-CICLO PIC X(10) VALUE SPACES.
               05 WS-CICLO-INI PIC 9(08) VALUE ZEROS.
               05 WS-CICLO-FIN PIC 9(08) VALUE ZEROS.
               05 WS-DIAS-CICLO PIC S9(05) VALUE ZEROS.
               05 WS-DIAS-CORRIDOS PIC S9(05) VALUE ZEROS.
               05 WS-PCT-CICLO PIC 9(03) VALUE ZEROS.
               05 WS-SEMANA-ACTUAL PIC 9(02) VALUE ZEROS.
               05 WS-ATRASO-MAX PIC 9(03) VALUE 2.
               05 WS-PCT-GRUPO PIC 9(03) VALUE ZEROS.
               05 WS-ATRASO PIC S9(03) VALUE ZEROS.
               05 WS-ATRASO-ED PIC -ZZ9.
               05 WS-DIFERENCIA PIC 9(03) VALUE ZEROS.
               05 WS-MARCA PIC X(16) VALUE SPACES.
               05 WS-MAT-ACTUAL PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-REPORTADOS PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-ATRASADOS PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-SIN-TEMARIO PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-GRUPOS-SIN PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-COMPARADAS PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-CERRADOS PIC 9(04) VALUE ZEROS.

      *    UNA ENTRADA POR GRUPO ABIERTO, EN EL ORDEN DE LA LLAVE DE
      *    materias.txt: LOS GRUPOS DE UNA MISMA MATERIA QUEDAN JUNTOS.
           01 WS-GRUPOS.
               05 WS-TOTAL-GRUPOS PIC 9(03) VALUE ZEROS.
               05 WS-TABLA-GRUPOS OCCURS 500 TIMES.
                   10 WS-G-LLAVE.
                       15 WS-G-MATERIA PIC 9(04).
                       15 WS-G-GRUPO PIC 9(02).
                   10 WS-G-NOMBRE PIC A(20).
                   10 WS-G-PROFE PIC 9(03).
                   10 WS-G-VISTAS PIC 9(03).

      *    TEMARIO RESUMIDO POR MATERIA: UNIDADES TOTALES Y LAS QUE
      *    SEGUN SU SEMANA PLANEADA YA DEBIAN IR A LA SEMANA ACTUAL.
           01 WS-TEMARIOS.
               05 WS-TOTAL-TEMARIOS PIC 9(03) VALUE ZEROS.
               05 WS-TABLA-TEMARIOS OCCURS 300 TIMES.
                   10 WS-T-MATERIA PIC 9(04).
                   10 WS-T-UNIDADES PIC 9(03).
                   10 WS-T-PLANEADAS PIC 9(03).

      *    ACUMULADO DE LA MATERIA EN CURSO PARA EL COMPARATIVO ENTRE
      *    GRUPOS.
           01 WS-COMPARATIVO.
               05 WS-C-UNIDADES PIC 9(03) VALUE ZEROS.
               05 WS-C-PLANEADAS PIC 9(03) VALUE ZEROS.
               05 WS-C-GRUPOS PIC 9(03) VALUE ZEROS.
               05 WS-C-PRIMER-PROFE PIC 9(03) VALUE ZEROS.
               05 WS-C-MAX-PCT PIC 9(03) VALUE ZEROS.
               05 WS-C-MAX-GRUPO PIC 9(02) VALUE ZEROS.
               05 WS-C-MAX-PROFE PIC 9(03) VALUE ZEROS.
               05 WS-C-MIN-PCT PIC 9(03) VALUE ZEROS.
               05 WS-C-MIN-GRUPO PIC 9(02) VALUE ZEROS.
               05 WS-C-MIN-PROFE PIC 9(03) VALUE ZEROS.
               05 WS-C-DISTINTOS PIC X VALUE "N".
                   88 PROFES-DISTINTOS VALUE "S".

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-HALLADO PIC 9(03).
               05 WS-TDX PIC 9(03).

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-HALLADO PIC X VALUE "N".
                   88 GRUPO-HALLADO VALUE "S".
               05 WS-TEM-HALLADO PIC X VALUE "N".
                   88 TEMARIO-HALLADO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 100010-LEE-CICLO.
           IF WS-CICLO = SPACES
               DISPLAY "**** NO HAY CICLO ABIERTO EN CICLOS.TXT; NO SE "
                       "GENERA EL REPORTE DE AVANCE ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100015-CARGA-PARAMETROS.
           PERFORM 100100-CARGA-MATERIAS.
           IF WS-TOTAL-GRUPOS = ZEROS
               DISPLAY "**** NO HAY MATERIAS; NO SE GENERA EL "
                       "REPORTE ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-TEMARIO.
           IF WS-STATUS-TEM NOT = "00"
               DISPLAY "**** NO HAY TEMARIOS CAPTURADOS (USE "
                       "TEMARIO-MAKER-DOC) ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100200-CARGA-TEMARIOS.
           PERFORM 100300-CUENTA-AVANCE.
           CLOSE DOC-TEMARIO.
           OPEN OUTPUT REP-AVANCE.
           PERFORM 100020-ENCABEZADO.
           MOVE ZEROS TO WS-MAT-ACTUAL.
           PERFORM 100400-ESCRIBE-GRUPO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-GRUPOS.
           PERFORM 100500-CIERRA-MATERIA.
           PERFORM 100700-TOTALES.
           CLOSE REP-AVANCE.
           DISPLAY "**** REPORTE EN REP-AVANCE-PROGRAMATICO.txt; "
                   "GRUPOS ATRASADOS: " WS-TOTAL-ATRASADOS " ***".
           EXIT.

       100010-LEE-CICLO.
      *    EL CICLO CORRE DEL INICIO DE INSCRIPCIONES AL CIERRE DE
      *    CALIFICACIONES; LA SEMANA 01 EMPIEZA EN INSCR-INI.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ DOC-CICLOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CIC-REG-ESTATUS = "A"
                               MOVE CIC-REG-ID TO WS-CICLO
                               MOVE CIC-REG-INSCR-INI TO WS-CICLO-INI
                               MOVE CIC-REG-CALIF-FIN TO WS-CICLO-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-CICLOS
           END-IF.
           IF WS-CICLO = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIAS-CICLO =
               FUNCTION INTEGER-OF-DATE(WS-CICLO-FIN)
               - FUNCTION INTEGER-OF-DATE(WS-CICLO-INI).
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE(WS-CICLO-INI).
           EVALUATE TRUE
               WHEN WS-DIAS-CORRIDOS < ZEROS
                   MOVE ZEROS TO WS-PCT-CICLO
                   MOVE ZEROS TO WS-SEMANA-ACTUAL
               WHEN WS-DIAS-CORRIDOS >= WS-DIAS-CICLO
                   MOVE 100 TO WS-PCT-CICLO
                   COMPUTE WS-SEMANA-ACTUAL =
                       WS-DIAS-CORRIDOS / 7 + 1
               WHEN OTHER
                   COMPUTE WS-PCT-CICLO =
                       WS-DIAS-CORRIDOS * 100 / WS-DIAS-CICLO
                   COMPUTE WS-SEMANA-ACTUAL =
                       WS-DIAS-CORRIDOS / 7 + 1
           END-EVALUATE.
           EXIT.

       100015-CARGA-PARAMETROS.
      *    UNIDADES DE ATRASO TOLERADAS ANTES DE MARCAR EL GRUPO.
           MOVE "AVANCE-ATRASO" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-ATRASO-MAX
           END-IF.
           EXIT.

       100020-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "AVANCE PROGRAMATICO AL " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               " - CICLO " DELIMITED BY SIZE
               WS-CICLO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-CICLO-INI DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-CICLO-FIN DELIMITED BY SIZE
               ") - SEMANA " DELIMITED BY SIZE
               WS-SEMANA-ACTUAL DELIMITED BY SIZE
               " - TRANSCURRIDO " DELIMITED BY SIZE
               WS-PCT-CICLO DELIMITED BY SIZE
               "% - ATRASO TOLERADO " DELIMITED BY SIZE
               WS-ATRASO-MAX DELIMITED BY SIZE
               " UNIDADES" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "MATERIA NOMBRE               PROF NOMBRE DEL PROFESOR"
                   DELIMITED BY SIZE
               "            VISTAS/TOTAL %AVANCE %CICLO PLAN ATRASO"
                   DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100100-CARGA-MATERIAS.
      *    LOS GRUPOS CERRADOS POR BAJA INSCRIPCION NO SE IMPARTEN.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-MAT.
           IF WS-STATUS-MAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-MAT NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF MAT-REG-ESTATUS = "C"
                           ADD 1 TO WS-TOTAL-CERRADOS
                       ELSE
                           PERFORM 100110-AGREGA-GRUPO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-MAT.
           EXIT.

       100110-AGREGA-GRUPO.
           IF WS-TOTAL-GRUPOS < 500
               ADD 1 TO WS-TOTAL-GRUPOS
               MOVE WS-TOTAL-GRUPOS TO WS-IDX
               INITIALIZE WS-TABLA-GRUPOS(WS-IDX)
               MOVE MAT-REG-LLAVE TO WS-G-LLAVE(WS-IDX)
               MOVE MAT-REG-NOMBRE TO WS-G-NOMBRE(WS-IDX)
               MOVE MAT-REG-PROFE-CLAVE TO WS-G-PROFE(WS-IDX)
               MOVE ZEROS TO WS-G-VISTAS(WS-IDX)
           END-IF.
           EXIT.

       100200-CARGA-TEMARIOS.
      *    temario.txt VIENE EN ORDEN DE MATERIA + UNIDAD: UNA
      *    ENTRADA NUEVA CADA QUE CAMBIA LA MATERIA.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-TEMARIO NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100210-ACUMULA-UNIDAD
               END-READ
           END-PERFORM.
           EXIT.

       100210-ACUMULA-UNIDAD.
           IF WS-TOTAL-TEMARIOS = ZEROS
               OR WS-T-MATERIA(WS-TOTAL-TEMARIOS) NOT = TEM-REG-MATERIA
               IF WS-TOTAL-TEMARIOS >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-TEMARIOS
               MOVE TEM-REG-MATERIA TO WS-T-MATERIA(WS-TOTAL-TEMARIOS)
               MOVE ZEROS TO WS-T-UNIDADES(WS-TOTAL-TEMARIOS)
               MOVE ZEROS TO WS-T-PLANEADAS(WS-TOTAL-TEMARIOS)
           END-IF.
           ADD 1 TO WS-T-UNIDADES(WS-TOTAL-TEMARIOS).
           IF TEM-REG-SEMANA <= WS-SEMANA-ACTUAL
               ADD 1 TO WS-T-PLANEADAS(WS-TOTAL-TEMARIOS)
           END-IF.
           EXIT.

       100300-CUENTA-AVANCE.
      *    SOLO CUENTAN LAS UNIDADES QUE SIGUEN EN EL TEMARIO; UNA
      *    UNIDAD BORRADA DEL TEMARIO DEJA DE SUMAR AVANCE.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-AVANCE.
           IF WS-STATUS-AVA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-AVANCE NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100310-CUENTA-UNIDAD
               END-READ
           END-PERFORM.
           CLOSE DOC-AVANCE.
           EXIT.

       100310-CUENTA-UNIDAD.
           PERFORM 100350-BUSCA-GRUPO.
           IF NOT GRUPO-HALLADO
               EXIT PARAGRAPH
           END-IF.
           MOVE AVA-REG-GRUPO(1:4) TO TEM-REG-MATERIA.
           MOVE AVA-REG-UNIDAD TO TEM-REG-UNIDAD.
           READ DOC-TEMARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-G-VISTAS(WS-IDX-HALLADO)
           END-READ.
           EXIT.

       100350-BUSCA-GRUPO.
      *    BUSCA AVA-REG-GRUPO (MATERIA + GRUPO) EN LA TABLA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS OR GRUPO-HALLADO
               IF WS-G-LLAVE(WS-IDX) = AVA-REG-GRUPO
                   SET GRUPO-HALLADO TO TRUE
                   MOVE WS-IDX TO WS-IDX-HALLADO
               END-IF
           END-PERFORM.
           EXIT.

       100400-ESCRIBE-GRUPO.
      *    CORTE POR MATERIA: AL CAMBIAR DE CLAVE SE CIERRA EL
      *    COMPARATIVO DE LA ANTERIOR Y SE BUSCA EL TEMARIO DE LA
      *    NUEVA.
           IF WS-G-MATERIA(WS-IDX) NOT = WS-MAT-ACTUAL
               PERFORM 100500-CIERRA-MATERIA
               PERFORM 100450-INICIA-MATERIA
           END-IF.
           MOVE WS-G-PROFE(WS-IDX) TO WS-PROF-CLAVE-LK.
           PERFORM 100270-RESUELVE-PROFESOR.
           IF NOT TEMARIO-HALLADO
               ADD 1 TO WS-TOTAL-GRUPOS-SIN
               INITIALIZE LINEA-TEMP
               STRING
                   WS-G-LLAVE(WS-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-G-NOMBRE(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-G-PROFE(WS-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PROF-NOMBRE-LK DELIMITED BY SIZE
                   " ** MATERIA SIN TEMARIO CAPTURADO **"
                       DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-REPORTADOS.
           IF WS-G-VISTAS(WS-IDX) > WS-C-UNIDADES
               MOVE WS-C-UNIDADES TO WS-G-VISTAS(WS-IDX)
           END-IF.
           COMPUTE WS-PCT-GRUPO =
               WS-G-VISTAS(WS-IDX) * 100 / WS-C-UNIDADES.
           COMPUTE WS-ATRASO = WS-C-PLANEADAS - WS-G-VISTAS(WS-IDX).
           MOVE WS-ATRASO TO WS-ATRASO-ED.
           MOVE SPACES TO WS-MARCA.
           IF WS-ATRASO > WS-ATRASO-MAX
               MOVE "** ATRASADO **" TO WS-MARCA
               ADD 1 TO WS-TOTAL-ATRASADOS
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               WS-G-LLAVE(WS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-G-NOMBRE(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-G-PROFE(WS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PROF-NOMBRE-LK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-G-VISTAS(WS-IDX) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-C-UNIDADES DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-PCT-GRUPO DELIMITED BY SIZE
               "%    " DELIMITED BY SIZE
               WS-PCT-CICLO DELIMITED BY SIZE
               "%   " DELIMITED BY SIZE
               WS-C-PLANEADAS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ATRASO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MARCA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM 100460-COMPARA-GRUPO.
           EXIT.

       100450-INICIA-MATERIA.
           MOVE WS-G-MATERIA(WS-IDX) TO WS-MAT-ACTUAL.
           INITIALIZE WS-COMPARATIVO.
           MOVE "N" TO WS-TEM-HALLADO.
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TOTAL-TEMARIOS OR TEMARIO-HALLADO
               IF WS-T-MATERIA(WS-TDX) = WS-MAT-ACTUAL
                   SET TEMARIO-HALLADO TO TRUE
                   MOVE WS-T-UNIDADES(WS-TDX) TO WS-C-UNIDADES
                   MOVE WS-T-PLANEADAS(WS-TDX) TO WS-C-PLANEADAS
               END-IF
           END-PERFORM.
           IF NOT TEMARIO-HALLADO
               ADD 1 TO WS-TOTAL-SIN-TEMARIO
           END-IF.
           EXIT.

       100460-COMPARA-GRUPO.
      *    EL PRIMER GRUPO DE LA MATERIA ABRE MAXIMO Y MINIMO; LOS
      *    SIGUIENTES LOS MUEVEN Y DICEN SI HAY OTRO PROFESOR.
           ADD 1 TO WS-C-GRUPOS.
           IF WS-C-GRUPOS = 1
               MOVE WS-G-PROFE(WS-IDX) TO WS-C-PRIMER-PROFE
               MOVE WS-PCT-GRUPO TO WS-C-MAX-PCT
               MOVE WS-G-GRUPO(WS-IDX) TO WS-C-MAX-GRUPO
               MOVE WS-G-PROFE(WS-IDX) TO WS-C-MAX-PROFE
               MOVE WS-PCT-GRUPO TO WS-C-MIN-PCT
               MOVE WS-G-GRUPO(WS-IDX) TO WS-C-MIN-GRUPO
               MOVE WS-G-PROFE(WS-IDX) TO WS-C-MIN-PROFE
               EXIT PARAGRAPH
           END-IF.
           IF WS-G-PROFE(WS-IDX) NOT = WS-C-PRIMER-PROFE
               SET PROFES-DISTINTOS TO TRUE
           END-IF.
           IF WS-PCT-GRUPO > WS-C-MAX-PCT
               MOVE WS-PCT-GRUPO TO WS-C-MAX-PCT
               MOVE WS-G-GRUPO(WS-IDX) TO WS-C-MAX-GRUPO
               MOVE WS-G-PROFE(WS-IDX) TO WS-C-MAX-PROFE
           END-IF.
           IF WS-PCT-GRUPO < WS-C-MIN-PCT
               MOVE WS-PCT-GRUPO TO WS-C-MIN-PCT
               MOVE WS-G-GRUPO(WS-IDX) TO WS-C-MIN-GRUPO
               MOVE WS-G-PROFE(WS-IDX) TO WS-C-MIN-PROFE
           END-IF.
           EXIT.

       100500-CIERRA-MATERIA.
      *    SOLO SE COMPARA CUANDO LA MATERIA TIENE MAS DE UN GRUPO Y
      *    NO TODOS LOS DA EL MISMO PROFESOR.
           IF WS-MAT-ACTUAL = ZEROS
               OR WS-C-GRUPOS < 2
               OR NOT PROFES-DISTINTOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-COMPARADAS.
           COMPUTE WS-DIFERENCIA = WS-C-MAX-PCT - WS-C-MIN-PCT.
           INITIALIZE LINEA-TEMP.
           STRING
               "   COMPARATIVO MATERIA " DELIMITED BY SIZE
               WS-MAT-ACTUAL DELIMITED BY SIZE
               ": MAS ADELANTADO GRUPO " DELIMITED BY SIZE
               WS-C-MAX-GRUPO DELIMITED BY SIZE
               " PROF " DELIMITED BY SIZE
               WS-C-MAX-PROFE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-C-MAX-PCT DELIMITED BY SIZE
               "% - MAS ATRASADO GRUPO " DELIMITED BY SIZE
               WS-C-MIN-GRUPO DELIMITED BY SIZE
               " PROF " DELIMITED BY SIZE
               WS-C-MIN-PROFE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-C-MIN-PCT DELIMITED BY SIZE
               "% - DIFERENCIA " DELIMITED BY SIZE
               WS-DIFERENCIA DELIMITED BY SIZE
               " PUNTOS" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100270-RESUELVE-PROFESOR.
           MOVE SPACES TO WS-PROF-NOMBRE-LK.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           CALL "PROFESOR-SEARCH" USING
               WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK WS-PROF-ENCONTRADO.
           IF NOT PROFESOR-ENCONTRADO
               MOVE "** PROFESOR NO CATALOGADO **"
                   TO WS-PROF-NOMBRE-LK
           END-IF.
           EXIT.

       100700-TOTALES.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "GRUPOS CON TEMARIO: " DELIMITED BY SIZE
               WS-TOTAL-REPORTADOS DELIMITED BY SIZE
               "  ATRASADOS: " DELIMITED BY SIZE
               WS-TOTAL-ATRASADOS DELIMITED BY SIZE
               "  MATERIAS COMPARADAS: " DELIMITED BY SIZE
               WS-TOTAL-COMPARADAS DELIMITED BY SIZE
               "  MATERIAS SIN TEMARIO: " DELIMITED BY SIZE
               WS-TOTAL-SIN-TEMARIO DELIMITED BY SIZE
               "  GRUPOS CERRADOS: " DELIMITED BY SIZE
               WS-TOTAL-CERRADOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
      *    CONTROL: TODO GRUPO ABIERTO SALE CON TEMARIO O SIN EL.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-REPORTADOS + WS-TOTAL-GRUPOS-SIN
               = WS-TOTAL-GRUPOS
               STRING
                   "CUADRADO: " DELIMITED BY SIZE
                   WS-TOTAL-GRUPOS DELIMITED BY SIZE
                   " GRUPOS ABIERTOS REPORTADOS" DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               STRING
                   "**** DESCUADRE: " DELIMITED BY SIZE
                   WS-TOTAL-REPORTADOS DELIMITED BY SIZE
                   " CON TEMARIO + " DELIMITED BY SIZE
                   WS-TOTAL-GRUPOS-SIN DELIMITED BY SIZE
                   " SIN TEMARIO VS " DELIMITED BY SIZE
                   WS-TOTAL-GRUPOS DELIMITED BY SIZE
                   " GRUPOS ABIERTOS" DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM AVANCE-REPORTE-DOC.
