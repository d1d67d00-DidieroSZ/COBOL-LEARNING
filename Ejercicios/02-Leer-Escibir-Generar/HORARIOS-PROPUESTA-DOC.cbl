      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: AUTOMATIC TIMETABLE FOR THE NEXT-TERM PROPOSAL
      *          "materias-propuesta.txt" (ROLLOVER-CATALOGO-DOC).
      *          CON LA DISPONIBILIDAD DE CADA PROFESOR
      *          ("disponibilidad-profes.txt", QUE TAMBIEN SE CAPTURA
      *          AQUI), EL CATALOGO DE AULAS CON SU CAPACIDAD
      *          ("aulas.txt") Y EL PESO EN CREDITOS DE CADA MATERIA,
      *          LLENA MAT-REG-DIA/HORA/AULA Y LAS DOS SESIONES EXTRA
      *          DE CADA GRUPO SIN CHOQUES DE PROFESOR NI DE AULA.
      *          LOS GRUPOS QUE NO SE PUEDEN COLOCAR QUEDAN CON DIA 0
      *          Y SALEN CON SU MOTIVO EN "REP-HORARIOS-PROPUESTA.txt".
      *          LA PROPUESTA SE REGRABA CON EL MISMO FORMATO FIJO DE
      *          66, ASI QUE SIGUE ENTRANDO POR LA CARGA POR LOTE DE
      *          MATERIAS-MAKER-DOC (COPIADA A carga-materias.txt).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORARIOS-PROPUESTA-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-PROPUESTA ASSIGN TO "materias-propuesta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PRO.
       SELECT DOC-DISPONIBILIDAD ASSIGN TO "disponibilidad-profes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DIS.
       SELECT DOC-AULAS ASSIGN TO "aulas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AUL-REG-LLAVE
           FILE STATUS IS WS-STATUS-AUL.
       SELECT REP-HORARIOS ASSIGN TO "REP-HORARIOS-PROPUESTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DES.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-PROPUESTA.
      *    IMAGEN FIJA DE 66 POSICIONES, EL MISMO LAYOUT DE
      *    MAT-REG-DOC, LISTA PARA LA CARGA POR LOTE.
           01 PRO-REG PIC X(66).

           FD DOC-DISPONIBILIDAD.
           COPY "DIS-REG-DOC.cpy".

           FD DOC-AULAS.
           01 AUL-REG-DOC.
               05 AUL-REG-LLAVE.
                   10 AUL-REG-PLANTEL PIC 9(02).
                   10 AUL-REG-AULA PIC X(05).
               05 AUL-REG-DESCRIPCION PIC X(30).
               05 AUL-REG-CAPACIDAD PIC 9(04).

           FD REP-HORARIOS.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.
      *    AREA DE TRABAJO DEL GRUPO QUE SE ESTA COLOCANDO.
           COPY "MAT-REG-DOC.cpy".

           01 WS-VARIABLES.
               05 WS-STATUS-PRO PIC XX.
               05 WS-STATUS-DIS PIC XX.
               05 WS-STATUS-AUL PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-CONSERVA PIC X VALUE "N".
               05 WS-HORA-INICIO PIC 9(02) VALUE 07.
               05 WS-HORA-FIN PIC 9(02) VALUE 21.
               05 WS-SESIONES PIC 9(01) VALUE ZEROS.
               05 WS-COLOCADAS PIC 9(01) VALUE ZEROS.
               05 WS-CREDITOS PIC 9(02) VALUE ZEROS.
               05 WS-PROFE PIC 9(03) VALUE ZEROS.
               05 WS-PLANTEL PIC 9(02) VALUE ZEROS.
               05 WS-CUPO PIC 9(04) VALUE ZEROS.
               05 WS-DIA PIC 9(02) VALUE ZEROS.
               05 WS-DIA-INI PIC 9(01) VALUE ZEROS.
               05 WS-HORA PIC 9(02) VALUE ZEROS.
               05 WS-AULA PIC X(05) VALUE SPACES.
               05 WS-PTR PIC 9(03) VALUE 1.
               05 WS-MOTIVO PIC X(45) VALUE SPACES.
               05 WS-CAPTURA-DIS.
                   10 WS-CAP-PROFE PIC 9(03) VALUE ZEROS.
                   10 WS-CAP-DIA PIC 9(01) VALUE ZEROS.
                   10 WS-CAP-INI PIC 9(02) VALUE ZEROS.
                   10 WS-CAP-FIN PIC 9(02) VALUE ZEROS.

           01 WS-CONTADORES.
               05 WS-CONSERVADOS PIC 9(04) VALUE ZEROS.
               05 WS-ACOMODADOS PIC 9(04) VALUE ZEROS.
               05 WS-SIN-LUGAR PIC 9(04) VALUE ZEROS.
               05 WS-SIN-PROFESOR PIC 9(04) VALUE ZEROS.

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 PAR-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 CRE-CALL.
               05 WS-CRE-LLAVE PIC X(06).
               05 WS-CRE-CREDITOS PIC 9(02).
               05 WS-CRE-ENCONTRADO PIC X.

      *    LA PROPUESTA COMPLETA EN MEMORIA; SE REGRABA AL FINAL.
           01 WS-PROPUESTA.
               05 WS-TOTAL-GRUPOS PIC 9(03) VALUE ZEROS.
               05 WS-GRUPO-ENT OCCURS 500 TIMES.
                   10 WS-G-IMAGEN PIC X(66).
                   10 WS-G-MOTIVO PIC X(45).

      *    MALLA SEMANAL POR PROFESOR, INDEXADA DIRECTO POR SU CLAVE
      *    (001-999): DIA 1-6 Y HORA 00-23 (SUBINDICE HORA + 1).
      *    "S" EN DISPONIBLE = PUEDE DAR CLASE; "S" EN OCUPADO = YA
      *    TIENE UN GRUPO A ESA HORA.
           01 WS-MALLA-PROFES.
               05 WS-MP-PROFE OCCURS 999 TIMES.
                   10 WS-MP-TIENE-DISP PIC X.
                   10 WS-MP-DIA OCCURS 6 TIMES.
                       15 WS-MP-HORA OCCURS 24 TIMES.
                           20 WS-MP-DISPONIBLE PIC X.
                           20 WS-MP-OCUPADO PIC X.

      *    AULAS DEL CATALOGO ORDENADAS POR CAPACIDAD ASCENDENTE, PARA
      *    QUE CADA GRUPO TOME EL AULA MAS CHICA EN LA QUE CABE, CON
      *    SU PROPIA MALLA DE OCUPACION.
           01 WS-AULAS.
               05 WS-TOTAL-AULAS PIC 9(03) VALUE ZEROS.
               05 WS-AU-ENT OCCURS 300 TIMES.
                   10 WS-AU-PLANTEL PIC 9(02).
                   10 WS-AU-AULA PIC X(05).
                   10 WS-AU-CAP PIC 9(04).
                   10 WS-AU-DIA OCCURS 6 TIMES.
                       15 WS-AU-OCUPADA OCCURS 24 TIMES PIC X.
           01 WS-AU-SWAP PIC X(155).

      *    SESIONES YA COLOCADAS DEL GRUPO EN TURNO, PARA DESHACERLAS
      *    SI NO SE COMPLETA.
           01 WS-SESIONES-GRUPO.
               05 WS-SG-ENT OCCURS 3 TIMES.
                   10 WS-SG-DIA PIC 9(01).
                   10 WS-SG-HORA PIC 9(02).
                   10 WS-SG-AULA-IDX PIC 9(03).

           01 WS-DIAS-REF-VALUES.
               05 FILLER PIC X(09) VALUE "LUNES".
               05 FILLER PIC X(09) VALUE "MARTES".
               05 FILLER PIC X(09) VALUE "MIERCOLES".
               05 FILLER PIC X(09) VALUE "JUEVES".
               05 FILLER PIC X(09) VALUE "VIERNES".
               05 FILLER PIC X(09) VALUE "SABADO".
           01 WS-DIAS-REF REDEFINES WS-DIAS-REF-VALUES.
               05 WS-DIA-NOMBRE OCCURS 6 TIMES PIC X(09).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-2 PIC 9(03).
               05 WS-AU-IDX PIC 9(03).
               05 WS-AU-HALLADA PIC 9(03).
               05 WS-SUB-DIA PIC 9(01).
               05 WS-SUB-SES PIC 9(01).
               05 WS-OFFSET PIC 9(01).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-PUNTEADA PIC X(132) VALUE ALL "-".

           01 SWITCHES.
               05 WS-FIN-PRO PIC X VALUE "N".
                   88 FIN-PROPUESTA VALUE "S".
               05 WS-FIN-DIS PIC X VALUE "N".
                   88 FIN-DISPONIBILIDAD VALUE "S".
               05 WS-FIN-AUL PIC X VALUE "N".
                   88 FIN-AULAS VALUE "S".
               05 WS-SESION-OK PIC X VALUE "N".
                   88 SESION-COLOCADA VALUE "S".
               05 WS-DIA-USADO PIC X VALUE "N".
                   88 DIA-YA-USADO VALUE "S".
               05 WS-HAY-AULA PIC X VALUE "N".
                   88 HAY-AULA-CON-CUPO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       GOBACK.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "---- HORARIOS DE LA PROPUESTA ----".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] AGREGAR DISPONIBILIDAD DE UN PROFESOR".
           DISPLAY "  [2] CONSULTAR DISPONIBILIDAD DE UN PROFESOR".
           DISPLAY "  [3] GENERAR HORARIOS DE LA PROPUESTA".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-CAPTURA-DISPONIBILIDAD
               WHEN 2
                   PERFORM 100150-CONSULTA-DISPONIBILIDAD
               WHEN 3
                   PERFORM 100200-GENERA-HORARIOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100100-CAPTURA-DISPONIBILIDAD.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           PERFORM UNTIL PROFESOR-ENCONTRADO
               DISPLAY "LOG -- CLAVE DEL PROFESOR: "
                       WITH NO ADVANCING
               ACCEPT WS-CAP-PROFE
               MOVE SPACES TO WS-PROF-NOMBRE-LK
               MOVE WS-CAP-PROFE TO WS-PROF-CLAVE-LK
               CALL "PROFESOR-SEARCH" USING
                   WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK
                   WS-PROF-ENCONTRADO
               IF PROFESOR-ENCONTRADO
                   DISPLAY "PROFESOR: " WS-PROF-NOMBRE-LK
               ELSE
                   DISPLAY "**** CLAVE NO EXISTE EN "
                           "PROFESORES.TXT ***"
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-CAP-DIA.
           PERFORM UNTIL WS-CAP-DIA >= 1 AND WS-CAP-DIA <= 6
               DISPLAY "LOG -- DIA (1=LUNES ... 6=SABADO): "
                       WITH NO ADVANCING
               ACCEPT WS-CAP-DIA
           END-PERFORM.
           MOVE 99 TO WS-CAP-INI.
           PERFORM UNTIL WS-CAP-INI <= 23
               DISPLAY "LOG -- DESDE LA HORA (00-23): "
                       WITH NO ADVANCING
               ACCEPT WS-CAP-INI
           END-PERFORM.
           MOVE ZEROS TO WS-CAP-FIN.
           PERFORM UNTIL WS-CAP-FIN > WS-CAP-INI AND WS-CAP-FIN <= 24
               DISPLAY "LOG -- HASTA LA HORA (EXCLUSIVA, MAX 24): "
                       WITH NO ADVANCING
               ACCEPT WS-CAP-FIN
           END-PERFORM.
           OPEN EXTEND DOC-DISPONIBILIDAD.
           IF WS-STATUS-DIS = "35"
               OPEN OUTPUT DOC-DISPONIBILIDAD
           END-IF.
           MOVE WS-CAP-PROFE TO DIS-REG-PROFE-CLAVE.
           MOVE WS-CAP-DIA TO DIS-REG-DIA.
           MOVE WS-CAP-INI TO DIS-REG-HORA-INI.
           MOVE WS-CAP-FIN TO DIS-REG-HORA-FIN.
           WRITE DIS-REG-DOC.
           CLOSE DOC-DISPONIBILIDAD.
           DISPLAY "**** BLOQUE AGREGADO: " WS-DIA-NOMBRE(WS-CAP-DIA)
                   " " WS-CAP-INI ":00 A " WS-CAP-FIN ":00 ***".
           EXIT.

       100150-CONSULTA-DISPONIBILIDAD.
           DISPLAY "LOG -- CLAVE DEL PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-CAP-PROFE.
           MOVE "N" TO WS-FIN-DIS.
           OPEN INPUT DOC-DISPONIBILIDAD.
           IF WS-STATUS-DIS NOT = "00"
               DISPLAY "**** NO HAY DISPONIBILIDAD CAPTURADA ***"
           ELSE
               PERFORM UNTIL FIN-DISPONIBILIDAD
                   READ DOC-DISPONIBILIDAD
                       AT END
                           SET FIN-DISPONIBILIDAD TO TRUE
                       NOT AT END
                           IF DIS-REG-PROFE-CLAVE = WS-CAP-PROFE
                               AND DIS-REG-DIA >= 1
                               AND DIS-REG-DIA <= 6
                               DISPLAY WS-DIA-NOMBRE(DIS-REG-DIA) " "
                                       DIS-REG-HORA-INI ":00 A "
                                       DIS-REG-HORA-FIN ":00"
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-DISPONIBILIDAD.
           EXIT.

       100200-GENERA-HORARIOS.
           DISPLAY "¿CONSERVAR LOS HORARIOS YA CAPTURADOS EN LA "
                   "PROPUESTA? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONSERVA.
           MOVE FUNCTION UPPER-CASE(WS-CONSERVA) TO WS-CONSERVA.
           PERFORM 100210-LEE-PARAMETROS.
           PERFORM 100220-CARGA-PROPUESTA.
           IF WS-TOTAL-GRUPOS = ZEROS
               DISPLAY "**** GENERE PRIMERO LA PROPUESTA EN "
                       "ROLLOVER-CATALOGO-DOC ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100230-CARGA-DISPONIBILIDAD.
           PERFORM 100240-CARGA-AULAS.
           MOVE ZEROS TO WS-CONTADORES.
      *    PRIMERO SE APARTAN LOS HORARIOS QUE SE CONSERVAN, PARA
      *    QUE LOS GRUPOS NUEVOS SE ACOMODEN ALREDEDOR DE ELLOS.
           IF WS-CONSERVA = "S"
               PERFORM 100300-APARTA-CONSERVADO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS
           END-IF.
           PERFORM 100400-COLOCA-GRUPO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-GRUPOS.
           PERFORM 100600-REGRABA-PROPUESTA.
           PERFORM 100700-ESCRIBE-REPORTE.
           DISPLAY "**** CONSERVADOS " WS-CONSERVADOS
                   " ACOMODADOS " WS-ACOMODADOS
                   " SIN LUGAR " WS-SIN-LUGAR " ***".
           DISPLAY "**** DETALLE EN REP-HORARIOS-PROPUESTA.txt; "
                   "COPIE LA PROPUESTA A carga-materias.txt ***".
           EXIT.

       100210-LEE-PARAMETROS.
      *    FRANJA DEL DIA EN QUE SE PUEDEN PONER CLASES; SIN
      *    PARAMETRO SE USA DE 07:00 A 21:00.
           MOVE "HORA-INICIO" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR <= 23
               MOVE WS-PARAM-VALOR TO WS-HORA-INICIO
           END-IF.
           MOVE "HORA-FIN" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR <= 24
               AND WS-PARAM-VALOR > WS-HORA-INICIO
               MOVE WS-PARAM-VALOR TO WS-HORA-FIN
           END-IF.
           EXIT.

       100220-CARGA-PROPUESTA.
           MOVE ZEROS TO WS-TOTAL-GRUPOS.
           MOVE "N" TO WS-FIN-PRO.
           OPEN INPUT DOC-PROPUESTA.
           IF WS-STATUS-PRO = "00"
               PERFORM UNTIL FIN-PROPUESTA
                   READ DOC-PROPUESTA
                       AT END
                           SET FIN-PROPUESTA TO TRUE
                       NOT AT END
                           IF WS-TOTAL-GRUPOS < 500
                               ADD 1 TO WS-TOTAL-GRUPOS
                               MOVE PRO-REG
                                   TO WS-G-IMAGEN(WS-TOTAL-GRUPOS)
                               MOVE SPACES
                                   TO WS-G-MOTIVO(WS-TOTAL-GRUPOS)
                           ELSE
                               DISPLAY "**** MAS DE 500 GRUPOS; EL "
                                       "RESTO NO SE PROCESA ***"
                               SET FIN-PROPUESTA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-PROPUESTA.
           EXIT.

       100230-CARGA-DISPONIBILIDAD.
           INITIALIZE WS-MALLA-PROFES.
           MOVE "N" TO WS-FIN-DIS.
           OPEN INPUT DOC-DISPONIBILIDAD.
           IF WS-STATUS-DIS NOT = "00"
               DISPLAY "**** NO HAY DISPONIBILIDAD CAPTURADA; SOLO SE "
                       "ACOMODAN LOS GRUPOS SIN PROFESOR ***"
           ELSE
               PERFORM UNTIL FIN-DISPONIBILIDAD
                   READ DOC-DISPONIBILIDAD
                       AT END
                           SET FIN-DISPONIBILIDAD TO TRUE
                       NOT AT END
                           PERFORM 100235-MARCA-BLOQUE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-DISPONIBILIDAD.
           EXIT.

       100235-MARCA-BLOQUE.
           IF DIS-REG-PROFE-CLAVE > ZEROS
               AND DIS-REG-DIA >= 1 AND DIS-REG-DIA <= 6
               AND DIS-REG-HORA-FIN <= 24
               MOVE "S" TO WS-MP-TIENE-DISP(DIS-REG-PROFE-CLAVE)
               PERFORM VARYING WS-HORA FROM DIS-REG-HORA-INI BY 1
                       UNTIL WS-HORA >= DIS-REG-HORA-FIN
                   MOVE "S" TO WS-MP-DISPONIBLE(DIS-REG-PROFE-CLAVE,
                       DIS-REG-DIA, WS-HORA + 1)
               END-PERFORM
           END-IF.
           EXIT.

       100240-CARGA-AULAS.
           INITIALIZE WS-AULAS.
           MOVE "N" TO WS-FIN-AUL.
           OPEN INPUT DOC-AULAS.
           IF WS-STATUS-AUL NOT = "00"
               DISPLAY "**** NO SE ENCONTRO AULAS.TXT; NINGUN GRUPO "
                       "PUEDE RECIBIR AULA ***"
           ELSE
               PERFORM UNTIL FIN-AULAS
                   READ DOC-AULAS NEXT RECORD
                       AT END
                           SET FIN-AULAS TO TRUE
                       NOT AT END
                           IF WS-TOTAL-AULAS < 300
                               ADD 1 TO WS-TOTAL-AULAS
                               MOVE AUL-REG-PLANTEL
                                   TO WS-AU-PLANTEL(WS-TOTAL-AULAS)
                               MOVE AUL-REG-AULA
                                   TO WS-AU-AULA(WS-TOTAL-AULAS)
                               MOVE AUL-REG-CAPACIDAD
                                   TO WS-AU-CAP(WS-TOTAL-AULAS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-AULAS.
      *    BURBUJA POR CAPACIDAD; EL CATALOGO ES DE UNOS CIENTOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-TOTAL-AULAS
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                       UNTIL WS-IDX-2 > WS-TOTAL-AULAS - WS-IDX
                   IF WS-AU-CAP(WS-IDX-2) > WS-AU-CAP(WS-IDX-2 + 1)
                       MOVE WS-AU-ENT(WS-IDX-2) TO WS-AU-SWAP
                       MOVE WS-AU-ENT(WS-IDX-2 + 1)
                           TO WS-AU-ENT(WS-IDX-2)
                       MOVE WS-AU-SWAP TO WS-AU-ENT(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.

       100300-APARTA-CONSERVADO.
           MOVE WS-G-IMAGEN(WS-IDX) TO MAT-REG-DOC.
           IF MAT-REG-DIA >= 1 AND MAT-REG-DIA <= 6
               AND MAT-REG-HORA <= 23
               MOVE "CONSERVADO" TO WS-G-MOTIVO(WS-IDX)
               ADD 1 TO WS-CONSERVADOS
               MOVE MAT-REG-DIA TO WS-DIA
               MOVE MAT-REG-HORA TO WS-HORA
               MOVE MAT-REG-AULA TO WS-AULA
               PERFORM 100310-APARTA-SESION
               PERFORM VARYING WS-SUB-SES FROM 1 BY 1
                       UNTIL WS-SUB-SES > 2
                   IF MAT-REG-DIA-X(WS-SUB-SES) >= 1
                       AND MAT-REG-DIA-X(WS-SUB-SES) <= 6
                       AND MAT-REG-HORA-X(WS-SUB-SES) <= 23
                       MOVE MAT-REG-DIA-X(WS-SUB-SES) TO WS-DIA
                       MOVE MAT-REG-HORA-X(WS-SUB-SES) TO WS-HORA
                       MOVE MAT-REG-AULA-X(WS-SUB-SES) TO WS-AULA
                       PERFORM 100310-APARTA-SESION
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

       100310-APARTA-SESION.
           IF MAT-REG-PROFE-CLAVE > ZEROS
               MOVE "S" TO WS-MP-OCUPADO(MAT-REG-PROFE-CLAVE,
                   WS-DIA, WS-HORA + 1)
           END-IF.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                   UNTIL WS-AU-IDX > WS-TOTAL-AULAS
               IF WS-AU-PLANTEL(WS-AU-IDX) = MAT-REG-PLANTEL
                   AND WS-AU-AULA(WS-AU-IDX) = WS-AULA
                   MOVE "S" TO WS-AU-OCUPADA(WS-AU-IDX, WS-DIA,
                       WS-HORA + 1)
               END-IF
           END-PERFORM.
           EXIT.

       100400-COLOCA-GRUPO.
           IF WS-G-MOTIVO(WS-IDX) = "CONSERVADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-G-IMAGEN(WS-IDX) TO MAT-REG-DOC.
      *    SE LIMPIA EL HORARIO ANTERIOR: O SE COLOCA COMPLETO O EL
      *    GRUPO QUEDA SIN HORARIO (DIA 0) PARA CAPTURA MANUAL.
           MOVE ZEROS TO MAT-REG-DIA.
           MOVE ZEROS TO MAT-REG-HORA.
           MOVE SPACES TO MAT-REG-AULA.
           PERFORM VARYING WS-SUB-SES FROM 1 BY 1 UNTIL WS-SUB-SES > 2
               MOVE ZEROS TO MAT-REG-DIA-X(WS-SUB-SES)
               MOVE ZEROS TO MAT-REG-HORA-X(WS-SUB-SES)
               MOVE SPACES TO MAT-REG-AULA-X(WS-SUB-SES)
           END-PERFORM.
           MOVE MAT-REG-PROFE-CLAVE TO WS-PROFE.
           MOVE MAT-REG-PLANTEL TO WS-PLANTEL.
           MOVE MAT-REG-CUPO TO WS-CUPO.
           IF WS-PROFE = ZEROS
               ADD 1 TO WS-SIN-PROFESOR
           END-IF.
           PERFORM 100410-SESIONES-POR-CREDITOS.
           PERFORM 100420-VERIFICA-RECURSOS.
           IF WS-MOTIVO = SPACES
               MOVE ZEROS TO WS-COLOCADAS
               INITIALIZE WS-SESIONES-GRUPO
      *        CADA GRUPO EMPIEZA A BUSCAR EN UN DIA DISTINTO PARA
      *        REPARTIR LA CARGA EN LA SEMANA.
               DIVIDE WS-IDX BY 6 GIVING WS-IDX-2
                   REMAINDER WS-DIA-INI
               ADD 1 TO WS-DIA-INI
               PERFORM 100430-COLOCA-SESION
                   VARYING WS-SUB-SES FROM 1 BY 1
                   UNTIL WS-SUB-SES > WS-SESIONES
               IF WS-COLOCADAS < WS-SESIONES
                   PERFORM 100450-DESHACE-SESIONES
                   STRING
                       "SIN HUECO COMUN PROFESOR/AULA ("
                           DELIMITED BY SIZE
                       WS-COLOCADAS DELIMITED BY SIZE
                       " DE " DELIMITED BY SIZE
                       WS-SESIONES DELIMITED BY SIZE
                       " SESIONES)" DELIMITED BY SIZE
                   INTO WS-MOTIVO
               ELSE
                   PERFORM 100460-APLICA-SESIONES
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-ACOMODADOS
               MOVE "ACOMODADO" TO WS-G-MOTIVO(WS-IDX)
           ELSE
               ADD 1 TO WS-SIN-LUGAR
               MOVE WS-MOTIVO TO WS-G-MOTIVO(WS-IDX)
           END-IF.
           MOVE MAT-REG-DOC TO WS-G-IMAGEN(WS-IDX).
           EXIT.

       100410-SESIONES-POR-CREDITOS.
      *    SESIONES SEMANALES SEGUN EL PESO DE LA MATERIA: HASTA 2
      *    CREDITOS UNA SESION, DE 3 A 5 DOS, 6 O MAS TRES. SIN
      *    CREDITOS EN LA PROPUESTA SE CONSULTA EL CATALOGO VIGENTE
      *    (CREDITOS-SEARCH, QUE DEVUELVE PESO 1 SI NO LOS TIENE).
           MOVE MAT-REG-CREDITOS TO WS-CREDITOS.
           IF WS-CREDITOS = ZEROS
               MOVE MAT-REG-LLAVE TO WS-CRE-LLAVE
               MOVE "00" TO WS-CRE-LLAVE(5:2)
               CALL "CREDITOS-SEARCH" USING
                   WS-CRE-LLAVE WS-CRE-CREDITOS WS-CRE-ENCONTRADO
               MOVE WS-CRE-CREDITOS TO WS-CREDITOS
           END-IF.
           EVALUATE TRUE
               WHEN WS-CREDITOS <= 2
                   MOVE 1 TO WS-SESIONES
               WHEN WS-CREDITOS <= 5
                   MOVE 2 TO WS-SESIONES
               WHEN OTHER
                   MOVE 3 TO WS-SESIONES
           END-EVALUATE.
           EXIT.

       100420-VERIFICA-RECURSOS.
      *    MOTIVOS QUE SE CONOCEN ANTES DE BUSCAR HUECO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "N" TO WS-HAY-AULA.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                   UNTIL WS-AU-IDX > WS-TOTAL-AULAS
               IF WS-AU-PLANTEL(WS-AU-IDX) = WS-PLANTEL
                   AND WS-AU-CAP(WS-AU-IDX) >= WS-CUPO
                   SET HAY-AULA-CON-CUPO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT HAY-AULA-CON-CUPO
               STRING
                   "NO HAY AULA EN EL PLANTEL " DELIMITED BY SIZE
                   WS-PLANTEL DELIMITED BY SIZE
                   " PARA CUPO " DELIMITED BY SIZE
                   WS-CUPO DELIMITED BY SIZE
               INTO WS-MOTIVO
           ELSE
               IF WS-PROFE > ZEROS
                   AND WS-MP-TIENE-DISP(WS-PROFE) NOT = "S"
                   MOVE "PROFESOR SIN DISPONIBILIDAD CAPTURADA"
                       TO WS-MOTIVO
               END-IF
           END-IF.
           EXIT.

       100430-COLOCA-SESION.
      *    PRIMER HUECO (DIA, HORA) DONDE EL PROFESOR PUEDE Y ESTA
      *    LIBRE Y HAY AULA DEL PLANTEL CON CUPO SIN OCUPAR; LAS
      *    SESIONES DE UN MISMO GRUPO VAN EN DIAS DISTINTOS.
           MOVE "N" TO WS-SESION-OK.
           PERFORM VARYING WS-OFFSET FROM 0 BY 1
                   UNTIL WS-OFFSET > 5 OR SESION-COLOCADA
               COMPUTE WS-DIA = WS-DIA-INI + WS-OFFSET
               IF WS-DIA > 6
                   SUBTRACT 6 FROM WS-DIA
               END-IF
               MOVE "N" TO WS-DIA-USADO
               PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                       UNTIL WS-SUB-DIA > WS-COLOCADAS
                   IF WS-SG-DIA(WS-SUB-DIA) = WS-DIA
                       SET DIA-YA-USADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT DIA-YA-USADO
                   PERFORM 100440-BUSCA-HORA
                       VARYING WS-HORA FROM WS-HORA-INICIO BY 1
                       UNTIL WS-HORA >= WS-HORA-FIN
                       OR SESION-COLOCADA
               END-IF
           END-PERFORM.
           EXIT.

       100440-BUSCA-HORA.
           IF WS-PROFE > ZEROS
               IF WS-MP-DISPONIBLE(WS-PROFE, WS-DIA, WS-HORA + 1)
                   NOT = "S"
                   OR WS-MP-OCUPADO(WS-PROFE, WS-DIA, WS-HORA + 1)
                   = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZEROS TO WS-AU-HALLADA.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                   UNTIL WS-AU-IDX > WS-TOTAL-AULAS
                   OR WS-AU-HALLADA > ZEROS
               IF WS-AU-PLANTEL(WS-AU-IDX) = WS-PLANTEL
                   AND WS-AU-CAP(WS-AU-IDX) >= WS-CUPO
                   AND WS-AU-OCUPADA(WS-AU-IDX, WS-DIA, WS-HORA + 1)
                   NOT = "S"
                   MOVE WS-AU-IDX TO WS-AU-HALLADA
               END-IF
           END-PERFORM.
           IF WS-AU-HALLADA > ZEROS
               SET SESION-COLOCADA TO TRUE
               ADD 1 TO WS-COLOCADAS
               MOVE WS-DIA TO WS-SG-DIA(WS-COLOCADAS)
               MOVE WS-HORA TO WS-SG-HORA(WS-COLOCADAS)
               MOVE WS-AU-HALLADA TO WS-SG-AULA-IDX(WS-COLOCADAS)
               MOVE "S" TO WS-AU-OCUPADA(WS-AU-HALLADA, WS-DIA,
                   WS-HORA + 1)
               IF WS-PROFE > ZEROS
                   MOVE "S" TO WS-MP-OCUPADO(WS-PROFE, WS-DIA,
                       WS-HORA + 1)
               END-IF
           END-IF.
           EXIT.

       100450-DESHACE-SESIONES.
           PERFORM VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA > WS-COLOCADAS
               MOVE WS-SG-DIA(WS-SUB-DIA) TO WS-DIA
               MOVE WS-SG-HORA(WS-SUB-DIA) TO WS-HORA
               MOVE SPACE TO WS-AU-OCUPADA(WS-SG-AULA-IDX(WS-SUB-DIA),
                   WS-DIA, WS-HORA + 1)
               IF WS-PROFE > ZEROS
                   MOVE SPACE TO WS-MP-OCUPADO(WS-PROFE, WS-DIA,
                       WS-HORA + 1)
               END-IF
           END-PERFORM.
           EXIT.

       100460-APLICA-SESIONES.
           MOVE WS-SG-DIA(1) TO MAT-REG-DIA.
           MOVE WS-SG-HORA(1) TO MAT-REG-HORA.
           MOVE WS-AU-AULA(WS-SG-AULA-IDX(1)) TO MAT-REG-AULA.
           PERFORM VARYING WS-SUB-SES FROM 2 BY 1
                   UNTIL WS-SUB-SES > WS-COLOCADAS
               MOVE WS-SG-DIA(WS-SUB-SES)
                   TO MAT-REG-DIA-X(WS-SUB-SES - 1)
               MOVE WS-SG-HORA(WS-SUB-SES)
                   TO MAT-REG-HORA-X(WS-SUB-SES - 1)
               MOVE WS-AU-AULA(WS-SG-AULA-IDX(WS-SUB-SES))
                   TO MAT-REG-AULA-X(WS-SUB-SES - 1)
           END-PERFORM.
           EXIT.

       100600-REGRABA-PROPUESTA.
           OPEN OUTPUT DOC-PROPUESTA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS
               MOVE WS-G-IMAGEN(WS-IDX) TO PRO-REG
               WRITE PRO-REG
           END-PERFORM.
           CLOSE DOC-PROPUESTA.
           EXIT.

       100700-ESCRIBE-REPORTE.
           OPEN OUTPUT REP-HORARIOS.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "HORARIOS DE LA PROPUESTA - FRANJA " DELIMITED BY SIZE
               WS-HORA-INICIO DELIMITED BY SIZE
               ":00 A " DELIMITED BY SIZE
               WS-HORA-FIN DELIMITED BY SIZE
               ":00" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM 100710-ESCRIBE-GRUPO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-GRUPOS.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "GRUPOS SIN LUGAR:" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM 100720-ESCRIBE-SIN-LUGAR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-GRUPOS.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CONSERVADOS: " DELIMITED BY SIZE
               WS-CONSERVADOS DELIMITED BY SIZE
               "  ACOMODADOS: " DELIMITED BY SIZE
               WS-ACOMODADOS DELIMITED BY SIZE
               "  SIN LUGAR: " DELIMITED BY SIZE
               WS-SIN-LUGAR DELIMITED BY SIZE
               "  SIN PROFESOR ASIGNADO: " DELIMITED BY SIZE
               WS-SIN-PROFESOR DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           CLOSE REP-HORARIOS.
           EXIT.

       100710-ESCRIBE-GRUPO.
           MOVE WS-G-IMAGEN(WS-IDX) TO MAT-REG-DOC.
           IF MAT-REG-DIA >= 1 AND MAT-REG-DIA <= 6
               INITIALIZE LINEA-TEMP
               MOVE 1 TO WS-PTR
               STRING
                   MAT-REG-LLAVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAT-REG-NOMBRE DELIMITED BY SIZE
                   " PROF " DELIMITED BY SIZE
                   MAT-REG-PROFE-CLAVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-G-MOTIVO(WS-IDX)(1:10) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DIA-NOMBRE(MAT-REG-DIA) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAT-REG-HORA DELIMITED BY SIZE
                   ":00 " DELIMITED BY SIZE
                   MAT-REG-AULA DELIMITED BY SIZE
               INTO LINEA-TEMP WITH POINTER WS-PTR
               PERFORM VARYING WS-SUB-SES FROM 1 BY 1
                       UNTIL WS-SUB-SES > 2
                   IF MAT-REG-DIA-X(WS-SUB-SES) >= 1
                       AND MAT-REG-DIA-X(WS-SUB-SES) <= 6
                       STRING
                           " / " DELIMITED BY SIZE
                           WS-DIA-NOMBRE(MAT-REG-DIA-X(WS-SUB-SES))
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           MAT-REG-HORA-X(WS-SUB-SES) DELIMITED BY SIZE
                           ":00 " DELIMITED BY SIZE
                           MAT-REG-AULA-X(WS-SUB-SES) DELIMITED BY SIZE
                       INTO LINEA-TEMP WITH POINTER WS-PTR
                   END-IF
               END-PERFORM
               WRITE LINEA-TEMP
           END-IF.
           EXIT.

       100720-ESCRIBE-SIN-LUGAR.
           MOVE WS-G-IMAGEN(WS-IDX) TO MAT-REG-DOC.
           IF WS-G-MOTIVO(WS-IDX) NOT = "CONSERVADO"
               AND WS-G-MOTIVO(WS-IDX) NOT = "ACOMODADO"
               INITIALIZE LINEA-TEMP
               STRING
                   "   " DELIMITED BY SIZE
                   MAT-REG-LLAVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAT-REG-NOMBRE DELIMITED BY SIZE
                   " PROF " DELIMITED BY SIZE
                   MAT-REG-PROFE-CLAVE DELIMITED BY SIZE
                   " CUPO " DELIMITED BY SIZE
                   MAT-REG-CUPO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-G-MOTIVO(WS-IDX) DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           EXIT.

       END PROGRAM HORARIOS-PROPUESTA-DOC.
