      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: CAPTURE OF THE FINAL-EXAM CALENDAR "examenes.txt":
      *          ONE DATE, HOUR AND AULA PER GRUPO OF "materias.txt",
      *          INSIDE THE CIC-REG-CALIF-INI/FIN WINDOW OF THE OPEN
      *          CICLO. EL AULA SE VALIDA CON AULA-SEARCH Y SU
      *          CAPACIDAD CONTRA LOS INSCRITOS ACTIVOS DEL GRUPO, Y
      *          SE RECHAZA EL HORARIO SI EL AULA, EL PROFESOR O
      *          CUALQUIER ALUMNO INSCRITO (EL MISMO CRUCE QUE USA
      *          ROSTER-MATERIA-DOC) YA TIENE EXAMEN A ESA FECHA Y
      *          HORA. ANTES EL CALENDARIO SE ARMABA EN PAPEL Y LOS
      *          CHOQUES SE DESCUBRIAN EL DIA DEL EXAMEN. LOS
      *          LISTADOS SALEN DE CALENDARIO-EXAMENES-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMENES-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-EXAMENES ASSIGN TO "examenes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXA-REG-LLAVE
           FILE STATUS IS WS-STATUS-EXA.
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-REG-LLAVE
           FILE STATUS IS WS-STATUS-MAT.
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
           FILE STATUS IS WS-STATUS-EST.
       SELECT DOC-CICLOS ASSIGN TO "ciclos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CIC-REG-ID
           FILE STATUS IS WS-STATUS-CIC.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-EXAMENES.
           COPY "EXA-REG-DOC.cpy".

           FD MAT-DOC.
           COPY "MAT-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD DOC-CICLOS.
           01 CIC-REG-DOC.
               05 CIC-REG-ID PIC X(10).
               05 CIC-REG-INSCR-INI PIC 9(08).
               05 CIC-REG-INSCR-FIN PIC 9(08).
               05 CIC-REG-CALIF-INI PIC 9(08).
               05 CIC-REG-CALIF-FIN PIC 9(08).
               05 CIC-REG-ESTATUS PIC X(01).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 IN-DATA.
               05 WS-LLAVE PIC X(06) VALUE SPACES.
               05 WS-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-HORA PIC 9(02) VALUE ZEROS.
               05 WS-AULA PIC X(05) VALUE SPACES.
               05 WS-PLANTEL PIC X(02) VALUE "01".
               05 WS-CONFIRMA PIC X(03) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-EXA PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-CIC PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-ACCION PIC X(30) VALUE SPACES.
               05 WS-CICLO PIC X(10) VALUE SPACES.
               05 WS-CALIF-INI PIC 9(08) VALUE ZEROS.
               05 WS-CALIF-FIN PIC 9(08) VALUE ZEROS.
               05 WS-PROFE PIC 9(03) VALUE ZEROS.
               05 WS-INSCRITOS PIC 9(04) VALUE ZEROS.
               05 WS-CHOQUES PIC 9(04) VALUE ZEROS.
               05 WS-CHOQUES-ALUMNO PIC 9(04) VALUE ZEROS.
               05 WS-EXAMENES-OMITIDOS PIC 9(05) VALUE ZEROS.

      *    CALENDARIO YA CAPTURADO EN MEMORIA PARA EL CRUCE, AL
      *    ESTILO DE WS-TABLA-CHOQUES EN MATERIAS-MAKER-DOC; SE
      *    MANTIENE AL DIA CON CADA ALTA Y CANCELACION DE LA SESION.
           01 WS-CALENDARIO.
               05 WS-TOTAL-EXAMENES PIC 9(03) VALUE ZEROS.
               05 WS-TABLA-EXAMENES OCCURS 500 TIMES.
                   10 WS-E-LLAVE PIC X(06).
                   10 WS-E-FECHA PIC 9(08).
                   10 WS-E-HORA PIC 9(02).
                   10 WS-E-PLANTEL PIC 9(02).
                   10 WS-E-AULA PIC X(05).
                   10 WS-E-PROFE PIC 9(03).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-PROPIO PIC 9(03).
               05 WS-SUB PIC 99.

      *    VALIDACION DE AULA CONTRA EL CATALOGO AULAS.TXT
      *    (AULA-SEARCH): EXISTENCIA Y CAPACIDAD CONTRA INSCRITOS.
           01 WS-VALIDACION-AULA.
               05 WS-AULA-CAP PIC 9(04).
               05 WS-AULA-ENC PIC X.
               05 WS-AULA-OK PIC X.
                   88 AULA-ACEPTADA VALUE "S".

           01 SWITCHES.
               05 WS-FIN-EXA PIC X VALUE "N".
                   88 FIN-EXAMENES VALUE "S".
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-FIN-CIC PIC X VALUE "N".
                   88 FIN-CICLOS VALUE "S".
               05 WS-HAY-CICLO PIC X VALUE "N".
                   88 CICLO-ABIERTO VALUE "S".
               05 WS-GRUPO-OK PIC X VALUE "N".
                   88 GRUPO-ENCONTRADO VALUE "S".
               05 WS-FECHA-OK PIC X VALUE "N".
                   88 FECHA-ACEPTADA VALUE "S".
               05 WS-INSCRITO PIC X VALUE "N".
                   88 EST-INSCRITO VALUE "S".
               05 WS-YA-EXISTE PIC X VALUE "N".
                   88 EXAMEN-YA-EXISTE VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
      *    EL CALENDARIO DE EXAMENES ES PARTE DEL CATALOGO DEL
      *    TERMINO; EXIGE EL ROL CATALOGOS.
       IF WS-ROLES-SESION(3:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CATALOGOS ***"
           GOBACK
       END-IF.
       PERFORM 100050-LEE-CICLO-ABIERTO.
       IF NOT CICLO-ABIERTO
           DISPLAY "**** NO HAY CICLO ABIERTO EN CICLOS.TXT; CAPTURE "
                   "EL CALENDARIO EN CICLOS-MAKER-DOC ***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-EXAMENES.
       PERFORM 100060-CARGA-CALENDARIO.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-EXAMENES.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100005-ABRE-EXAMENES.
           OPEN I-O DOC-EXAMENES.
           IF WS-STATUS-EXA = "35"
               OPEN OUTPUT DOC-EXAMENES
               CLOSE DOC-EXAMENES
               OPEN I-O DOC-EXAMENES
           END-IF.
           EXIT.

       100050-LEE-CICLO-ABIERTO.
      *    LA VENTANA DE EXAMENES ES LA DE CALIFICACIONES DEL CICLO
      *    ABIERTO (LA MISMA QUE CONSULTA CICLO-VENTANA).
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC = "00"
               PERFORM UNTIL FIN-CICLOS
                   READ DOC-CICLOS NEXT RECORD
                       AT END
                           SET FIN-CICLOS TO TRUE
                       NOT AT END
                           IF CIC-REG-ESTATUS = "A"
                               SET CICLO-ABIERTO TO TRUE
                               MOVE CIC-REG-ID TO WS-CICLO
                               MOVE CIC-REG-CALIF-INI TO WS-CALIF-INI
                               MOVE CIC-REG-CALIF-FIN TO WS-CALIF-FIN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-CICLOS.
           EXIT.

       100060-CARGA-CALENDARIO.
      *    SOLO LOS EXAMENES DEL CICLO ABIERTO; EXAMENES.TXT CONSERVA
      *    LOS DE TERMINOS ANTERIORES, QUE YA NO CRUZAN CON NADIE.
           MOVE ZEROS TO WS-TOTAL-EXAMENES.
           MOVE ZEROS TO WS-EXAMENES-OMITIDOS.
           MOVE "N" TO WS-FIN-EXA.
           PERFORM UNTIL FIN-EXAMENES
               READ DOC-EXAMENES NEXT RECORD
                   AT END
                       SET FIN-EXAMENES TO TRUE
                   NOT AT END
                       IF EXA-REG-CICLO = WS-CICLO
                           IF WS-TOTAL-EXAMENES < 500
                               ADD 1 TO WS-TOTAL-EXAMENES
                               MOVE WS-TOTAL-EXAMENES TO WS-IDX
                               PERFORM 100065-GUARDA-EN-TABLA
                           ELSE
                               ADD 1 TO WS-EXAMENES-OMITIDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EXAMENES-OMITIDOS > ZEROS
               DISPLAY "**** AVISO: EL CICLO TIENE MAS DE 500 "
                       "EXAMENES; " WS-EXAMENES-OMITIDOS
                       " NO SE REVISAN EN LOS CHOQUES ***"
           END-IF.
           EXIT.

       100065-GUARDA-EN-TABLA.
           MOVE EXA-REG-LLAVE TO WS-E-LLAVE(WS-IDX).
           MOVE EXA-REG-FECHA TO WS-E-FECHA(WS-IDX).
           MOVE EXA-REG-HORA TO WS-E-HORA(WS-IDX).
           MOVE EXA-REG-PLANTEL TO WS-E-PLANTEL(WS-IDX).
           MOVE EXA-REG-AULA TO WS-E-AULA(WS-IDX).
           MOVE EXA-REG-PROFE-CLAVE TO WS-E-PROFE(WS-IDX).
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "---- CALENDARIO DE EXAMENES FINALES ----".
           DISPLAY "CICLO " WS-CICLO " VENTANA " WS-CALIF-INI
                   " A " WS-CALIF-FIN.
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] PROGRAMAR / REPROGRAMAR EXAMEN DE UN GRUPO".
           DISPLAY "  [2] CANCELAR EXAMEN DE UN GRUPO".
           DISPLAY "  [3] LISTAR EXAMENES PROGRAMADOS".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-PROGRAMA-EXAMEN
               WHEN 2
                   PERFORM 100300-CANCELA-EXAMEN
               WHEN 3
                   PERFORM 100400-LISTA-EXAMENES
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100100-PROGRAMA-EXAMEN.
           DISPLAY "LOG -- GRUPO (MATERIA+GRUPO, EJ. 000101): "
                   WITH NO ADVANCING.
           ACCEPT WS-LLAVE.
           PERFORM 100110-LEE-GRUPO.
           IF NOT GRUPO-ENCONTRADO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- FECHA DEL EXAMEN (AAAAMMDD): "
                       WITH NO ADVANCING
               ACCEPT WS-FECHA
               PERFORM 100120-VALIDA-FECHA
           END-PERFORM.
           MOVE 99 TO WS-HORA.
           PERFORM UNTIL WS-HORA NOT > 23
               DISPLAY "LOG -- HORA (00-23): " WITH NO ADVANCING
               ACCEPT WS-HORA
               IF WS-HORA > 23
                   DISPLAY "**** HORA INVALIDA, USE 00-23 ***"
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-AULA-OK.
           PERFORM UNTIL AULA-ACEPTADA
               DISPLAY "LOG -- AULA (EJ. A-101): " WITH NO ADVANCING
               ACCEPT WS-AULA
               MOVE FUNCTION UPPER-CASE(WS-AULA) TO WS-AULA
               PERFORM 100130-VALIDA-AULA
           END-PERFORM.
           MOVE ZEROS TO WS-CHOQUES.
           MOVE ZEROS TO WS-CHOQUES-ALUMNO.
           PERFORM 100200-CHOQUE-AULA-PROFE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-EXAMENES.
           PERFORM 100210-CUENTA-Y-CRUZA-ALUMNOS.
      *    LA CAPACIDAD SE COMPARA CONTRA LOS INSCRITOS ACTIVOS
      *    REALES, NO CONTRA EL CUPO DEL GRUPO.
           IF WS-AULA-ENC = "S" AND WS-AULA-CAP < WS-INSCRITOS
               ADD 1 TO WS-CHOQUES
               DISPLAY "**** EL AULA SOLO TIENE " WS-AULA-CAP
                       " ASIENTOS Y EL GRUPO TIENE " WS-INSCRITOS
                       " INSCRITOS ***"
           END-IF.
           IF WS-CHOQUES > ZEROS
               DISPLAY "**** EXAMEN RECHAZADO: " WS-CHOQUES
                       " CHOQUES (" WS-CHOQUES-ALUMNO
                       " DE ALUMNOS) ***"
           ELSE
               PERFORM 100250-GRABA-EXAMEN
           END-IF.
           EXIT.

       100110-LEE-GRUPO.
           MOVE "N" TO WS-GRUPO-OK.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** NO SE ENCONTRO MATERIAS.TXT ***"
           ELSE
               MOVE WS-LLAVE TO MAT-REG-LLAVE
               READ MAT-DOC
                   INVALID KEY
                       DISPLAY "**** EL GRUPO NO EXISTE EN "
                               "MATERIAS.TXT ***"
                   NOT INVALID KEY
                       IF MAT-REG-ESTATUS = "C"
                           DISPLAY "**** GRUPO CERRADO; NO LLEVA "
                                   "EXAMEN ***"
                       ELSE
                           SET GRUPO-ENCONTRADO TO TRUE
                           MOVE MAT-REG-PLANTEL TO WS-PLANTEL
                           MOVE MAT-REG-PROFE-CLAVE TO WS-PROFE
                           DISPLAY "MATERIA: " MAT-REG-NOMBRE
                                   " PROFESOR " MAT-REG-PROFE-CLAVE
                                   " PLANTEL " MAT-REG-PLANTEL
                       END-IF
               END-READ
           END-IF.
           CLOSE MAT-DOC.
           EXIT.

       100120-VALIDA-FECHA.
           MOVE "S" TO WS-FECHA-OK.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA) NOT = ZEROS
               MOVE "N" TO WS-FECHA-OK
               DISPLAY "**** FECHA INVALIDA ***"
           ELSE
               IF WS-FECHA < WS-CALIF-INI OR WS-FECHA > WS-CALIF-FIN
                   MOVE "N" TO WS-FECHA-OK
                   DISPLAY "**** LA FECHA ESTA FUERA DE LA VENTANA "
                           WS-CALIF-INI " - " WS-CALIF-FIN " ***"
               END-IF
           END-IF.
           EXIT.

       100130-VALIDA-AULA.
      *    CON CATALOGO DE AULAS EL CODIGO DEBE EXISTIR EN EL PLANTEL
      *    DEL GRUPO; LA CAPACIDAD SE COMPARA DESPUES DEL CONTEO.
      *    SIN CATALOGO (ARRANQUE) SE ACEPTA EL TEXTO LIBRE.
           MOVE "S" TO WS-AULA-OK.
           MOVE ZEROS TO WS-AULA-CAP.
           MOVE "N" TO WS-AULA-ENC.
           CALL "AULA-SEARCH" USING
               WS-PLANTEL WS-AULA WS-AULA-CAP WS-AULA-ENC.
           IF WS-AULA-ENC = "N"
               MOVE "N" TO WS-AULA-OK
               DISPLAY "**** EL AULA NO EXISTE EN AULAS.TXT "
                       "(USE AULAS-MAKER-DOC) ***"
           END-IF.
           EXIT.

       100200-CHOQUE-AULA-PROFE.
      *    MISMA FECHA Y HORA QUE OTRO EXAMEN: CHOCA SI ES LA MISMA
      *    AULA DEL MISMO PLANTEL O EL MISMO PROFESOR. EL GRUPO QUE
      *    SE REPROGRAMA NO CHOCA CONSIGO MISMO.
           IF WS-E-LLAVE(WS-IDX) NOT = WS-LLAVE
               AND WS-E-LLAVE(WS-IDX) NOT = SPACES
               AND WS-E-FECHA(WS-IDX) = WS-FECHA
               AND WS-E-HORA(WS-IDX) = WS-HORA
               IF WS-E-AULA(WS-IDX) = WS-AULA
                   AND WS-E-PLANTEL(WS-IDX) = WS-PLANTEL
                   ADD 1 TO WS-CHOQUES
                   DISPLAY "**** CHOQUE DE AULA CON EL EXAMEN DEL "
                           "GRUPO " WS-E-LLAVE(WS-IDX) " ***"
               END-IF
               IF WS-E-PROFE(WS-IDX) = WS-PROFE
                   AND WS-PROFE > ZEROS
                   ADD 1 TO WS-CHOQUES
                   DISPLAY "**** EL PROFESOR " WS-PROFE
                           " YA APLICA EL EXAMEN DEL GRUPO "
                           WS-E-LLAVE(WS-IDX) " A ESA HORA ***"
               END-IF
           END-IF.
           EXIT.

       100210-CUENTA-Y-CRUZA-ALUMNOS.
      *    UN SOLO BARRIDO DEL MAESTRO: CUENTA LOS INSCRITOS ACTIVOS
      *    DEL GRUPO (COMO ROSTER-MATERIA-DOC) Y, PARA CADA UNO,
      *    BUSCA SUS OTROS GRUPOS EN EL CALENDARIO A LA MISMA FECHA
      *    Y HORA.
           MOVE ZEROS TO WS-INSCRITOS.
           MOVE "N" TO WS-FIN-EST.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** NO SE ENCONTRO ESTUDIANTES.TXT ***"
           ELSE
               PERFORM UNTIL FIN-ESTUDIANTES
                   READ DOC-EST NEXT RECORD
                       AT END
                           SET FIN-ESTUDIANTES TO TRUE
                       NOT AT END
                           PERFORM 100220-VERIFICA-ALUMNO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-EST.
           DISPLAY "INSCRITOS ACTIVOS EN EL GRUPO: " WS-INSCRITOS.
           EXIT.

       100220-VERIFICA-ALUMNO.
           MOVE "N" TO WS-INSCRITO.
           IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
                   IF EST-REG-MATERIA-TABLA(WS-SUB) = WS-LLAVE
                       SET EST-INSCRITO TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF EST-INSCRITO
               ADD 1 TO WS-INSCRITOS
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
                   IF EST-REG-MATERIA-TABLA(WS-SUB) NOT = ZEROS
                       AND EST-REG-MATERIA-TABLA(WS-SUB) NOT = WS-LLAVE
                       PERFORM 100230-CHOQUE-ALUMNO
                           VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-TOTAL-EXAMENES
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

       100230-CHOQUE-ALUMNO.
           IF WS-E-LLAVE(WS-IDX) = EST-REG-MATERIA-TABLA(WS-SUB)
               AND WS-E-FECHA(WS-IDX) = WS-FECHA
               AND WS-E-HORA(WS-IDX) = WS-HORA
               ADD 1 TO WS-CHOQUES
               ADD 1 TO WS-CHOQUES-ALUMNO
               DISPLAY "**** EL ALUMNO " EST-REG-CLAVE
                       " YA TIENE EXAMEN DEL GRUPO "
                       WS-E-LLAVE(WS-IDX) " A ESA HORA ***"
           END-IF.
           EXIT.

       100250-GRABA-EXAMEN.
           INITIALIZE EXA-REG-DOC.
           MOVE WS-LLAVE TO EXA-REG-LLAVE.
           MOVE "N" TO WS-YA-EXISTE.
           READ DOC-EXAMENES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EXAMEN-YA-EXISTE TO TRUE
           END-READ.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-LLAVE TO EXA-REG-LLAVE.
           MOVE WS-FECHA TO EXA-REG-FECHA.
           MOVE WS-HORA TO EXA-REG-HORA.
           MOVE WS-PLANTEL TO EXA-REG-PLANTEL.
           MOVE WS-AULA TO EXA-REG-AULA.
           MOVE WS-PROFE TO EXA-REG-PROFE-CLAVE.
           MOVE WS-INSCRITOS TO EXA-REG-INSCRITOS.
           MOVE WS-CICLO TO EXA-REG-CICLO.
           MOVE WS-OPERADOR-LOGIN TO EXA-REG-OPERADOR.
           MOVE WS-AUD-FECHA TO EXA-REG-FECHA-CAPTURA.
           IF EXAMEN-YA-EXISTE
               REWRITE EXA-REG-DOC
               MOVE "EXAMEN REPROGRAMADO" TO WS-AUD-ACCION
           ELSE
               WRITE EXA-REG-DOC
               MOVE "EXAMEN PROGRAMADO" TO WS-AUD-ACCION
           END-IF.
           IF WS-STATUS-EXA NOT = "00"
               DISPLAY "**** ERROR AL GRABAR EXAMENES.TXT, STATUS: "
                       WS-STATUS-EXA
           ELSE
               PERFORM 100260-ACTUALIZA-TABLA
               DISPLAY "**** " FUNCTION TRIM(WS-AUD-ACCION) ": GRUPO "
                       WS-LLAVE " EL " WS-FECHA " A LAS " WS-HORA
                       ":00 AULA " WS-AULA " ***"
               PERFORM 100500-AUDITORIA-LOG
           END-IF.
           EXIT.

       100260-ACTUALIZA-TABLA.
           MOVE ZEROS TO WS-IDX-PROPIO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-EXAMENES
               IF WS-E-LLAVE(WS-IDX) = WS-LLAVE
                   MOVE WS-IDX TO WS-IDX-PROPIO
               END-IF
           END-PERFORM.
           IF WS-IDX-PROPIO = ZEROS
               IF WS-TOTAL-EXAMENES < 500
                   ADD 1 TO WS-TOTAL-EXAMENES
                   MOVE WS-TOTAL-EXAMENES TO WS-IDX-PROPIO
               ELSE
                   DISPLAY "**** AVISO: CALENDARIO LLENO (500); ESTE "
                           "EXAMEN NO SE REVISA EN LOS CHOQUES ***"
               END-IF
           END-IF.
           IF WS-IDX-PROPIO > ZEROS
               MOVE WS-IDX-PROPIO TO WS-IDX
               PERFORM 100065-GUARDA-EN-TABLA
           END-IF.
           EXIT.

       100300-CANCELA-EXAMEN.
           DISPLAY "LOG -- GRUPO (MATERIA+GRUPO): " WITH NO ADVANCING.
           ACCEPT WS-LLAVE.
           MOVE WS-LLAVE TO EXA-REG-LLAVE.
           READ DOC-EXAMENES
               INVALID KEY
                   DISPLAY "**** EL GRUPO NO TIENE EXAMEN "
                           "PROGRAMADO ***"
               NOT INVALID KEY
                   DISPLAY "EXAMEN: " EXA-REG-FECHA " "
                           EXA-REG-HORA ":00 AULA " EXA-REG-AULA
                   DISPLAY "¿CONFIRMA LA CANCELACION? (SI/NO): "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRMA)
                       TO WS-CONFIRMA
                   IF WS-CONFIRMA = "SI"
                       PERFORM 100310-BORRA-EXAMEN
                   ELSE
                       DISPLAY "**** SIN CAMBIOS ***"
                   END-IF
           END-READ.
           EXIT.

       100310-BORRA-EXAMEN.
           DELETE DOC-EXAMENES.
           IF WS-STATUS-EXA = "00"
      *        LA CASILLA QUEDA EN BLANCO; YA NO CRUZA CON NADIE.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TOTAL-EXAMENES
                   IF WS-E-LLAVE(WS-IDX) = WS-LLAVE
                       INITIALIZE WS-TABLA-EXAMENES(WS-IDX)
                       MOVE SPACES TO WS-E-LLAVE(WS-IDX)
                   END-IF
               END-PERFORM
               DISPLAY "**** EXAMEN CANCELADO ***"
               MOVE "EXAMEN CANCELADO" TO WS-AUD-ACCION
               MOVE ZEROS TO WS-FECHA
               MOVE ZEROS TO WS-HORA
               MOVE SPACES TO WS-AULA
               PERFORM 100500-AUDITORIA-LOG
           ELSE
               DISPLAY "**** ERROR AL CANCELAR, STATUS: "
                       WS-STATUS-EXA
           END-IF.
           EXIT.

       100400-LISTA-EXAMENES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-EXAMENES
               IF WS-E-LLAVE(WS-IDX) NOT = SPACES
                   DISPLAY "GRUPO " WS-E-LLAVE(WS-IDX)
                           " FECHA " WS-E-FECHA(WS-IDX)
                           " HORA " WS-E-HORA(WS-IDX)
                           " PLANTEL " WS-E-PLANTEL(WS-IDX)
                           " AULA " WS-E-AULA(WS-IDX)
                           " PROFESOR " WS-E-PROFE(WS-IDX)
               END-IF
           END-PERFORM.
           EXIT.

       100500-AUDITORIA-LOG.
      *    EL GRUPO VA EN LA POSICION DE LA CLAVE (RELLENO A 8) PARA
      *    QUE AUDITORIA-QUERY-DOC LO FILTRE COMO CUALQUIER OTRA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "EXAMENES-MAKER" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00" DELIMITED BY SIZE
               WS-LLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-ACCION) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AULA DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM EXAMENES-MAKER-DOC.
