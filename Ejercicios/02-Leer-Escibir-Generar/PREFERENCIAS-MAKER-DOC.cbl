      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: CAPTURE THE RANKED SEAT PREFERENCES A STUDENT FILES
      *          DURING THE INSCRIPTION WINDOW ("preferencias.txt"):
      *          ONE RECORD PER PRIORITY WITH A FIRST CHOICE (MATERIA
      *          + GRUPO) AND UP TO TWO ALTERNATES. NADA SE INSCRIBE
      *          AQUI; LOS LUGARES LOS REPARTE ASIGNA-PREFERENCIAS-DOC
      *          POR GRADO Y PROMEDIO, YA NO EL PRIMERO QUE LLEGA A LA
      *          VENTANILLA. EVERY MOVEMENT IS LOGGED TO
      *          "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFERENCIAS-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-PREF ASSIGN TO "preferencias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-REG-LLAVE
           FILE STATUS IS WS-STATUS-PRF.
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
           FILE STATUS IS WS-STATUS-EST.
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-REG-LLAVE
           FILE STATUS IS WS-STATUS-MAT.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-PREF.
           COPY "PRF-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD MAT-DOC.
           COPY "MAT-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 IN-DATA.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-PRIORIDAD PIC 9(02) VALUE ZEROS.
               05 WS-OPCIONES.
                   10 WS-OPCION OCCURS 3 TIMES PIC 9(06).
               05 WS-MAT-TEMP.
                   10 WS-MAT-TEMP-CLAVE PIC X(04).
                   10 WS-MAT-TEMP-GRUPO PIC X(02).

           01 WS-VARIABLES.
               05 WS-STATUS-PRF PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-ACCION PIC X(24) VALUE SPACES.
               05 WS-ULTIMA-PRIORIDAD PIC 9(02) VALUE ZEROS.
               05 WS-TOTAL-LISTADOS PIC 9(02) VALUE ZEROS.
               05 WS-VENTANA-TIPO PIC X(01).
               05 WS-VENTANA-CICLO PIC X(10).
               05 WS-VENTANA-DENTRO PIC X.
                   88 DENTRO-DE-VENTANA VALUE "S".
               05 WS-VENTANA-AUTORIZADA PIC X VALUE "N".
                   88 CAPTURA-AUTORIZADA VALUE "S".
               05 WS-CONFIRMA-OVERRIDE PIC X VALUE "N".
               05 WS-CONFIRMA PIC X VALUE "N".

      *    TOPE DE PRIORIDADES POR ALUMNO: LAS MISMAS 20 CASILLAS QUE
      *    TIENE EST-REG-MATERIA-TABLA.
           01 WS-MAX-PRIORIDAD PIC 9(02) VALUE 20.

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(01).
               05 WS-IDX2 PIC 9(01).

           01 SWITCHES.
               05 WS-ALUMNO-OK PIC X VALUE "N".
                   88 ALUMNO-VALIDO VALUE "S".
               05 WS-PRF-EXISTE PIC X VALUE "N".
                   88 PREFERENCIA-EXISTE VALUE "S".
               05 WS-FIN-PRF PIC X VALUE "N".
                   88 FIN-PREFERENCIAS VALUE "S".
               05 WS-OPCION-OK PIC X VALUE "N".
                   88 OPCION-VALIDA VALUE "S".
               05 WS-FIN-CAPTURA PIC X VALUE "N".
                   88 FIN-CAPTURA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(1:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CAPTURA ***"
           GOBACK
       END-IF.
       PERFORM 100003-VALIDA-VENTANA.
       PERFORM 100005-ABRE-ARCHIVOS.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-PREF.
       CLOSE DOC-EST.
       CLOSE MAT-DOC.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100003-VALIDA-VENTANA.
      *    LAS PREFERENCIAS SE ENTREGAN DENTRO DE LA VENTANA DE
      *    INSCRIPCION DE CICLOS.TXT; FUERA DE ELLA SOLO SE CAPTURAN
      *    CON OVERRIDE DE UN USUARIO ADMIN, COMO EN
      *    100003-VALIDA-VENTANA DE DOC-EST-MAKER. LA CONSULTA
      *    SIEMPRE PROCEDE.
           SET CAPTURA-AUTORIZADA TO TRUE.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE "I" TO WS-VENTANA-TIPO.
           MOVE "S" TO WS-VENTANA-DENTRO.
           CALL "CICLO-VENTANA" USING
               WS-VENTANA-TIPO WS-AUD-FECHA WS-VENTANA-CICLO
               WS-VENTANA-DENTRO.
           IF NOT DENTRO-DE-VENTANA
               MOVE "N" TO WS-VENTANA-AUTORIZADA
               DISPLAY "**** HOY ESTA FUERA DE LA VENTANA DE "
                       "INSCRIPCION DEL CICLO "
                       FUNCTION TRIM(WS-VENTANA-CICLO) " ***"
               IF WS-ROLES-SESION(5:1) = "S"
                   DISPLAY "¿AUTORIZA LA CAPTURA FUERA DE VENTANA? "
                           "(S/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA-OVERRIDE
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRMA-OVERRIDE)
                       TO WS-CONFIRMA-OVERRIDE
                   IF WS-CONFIRMA-OVERRIDE = "S"
                       SET CAPTURA-AUTORIZADA TO TRUE
                       PERFORM 100004-AUDITA-OVERRIDE
                   END-IF
               ELSE
                   DISPLAY "**** SOLO CONSULTA; SE REQUIERE UN "
                           "USUARIO ADMIN PARA CAPTURAR ***"
               END-IF
           END-IF.
           EXIT.

       100004-AUDITA-OVERRIDE.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "PREFERENCIAS-MAKER" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|OVERRIDE FUERA DE VENTANA CICLO "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-VENTANA-CICLO) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100005-ABRE-ARCHIVOS.
           OPEN I-O DOC-PREF.
           IF WS-STATUS-PRF = "35"
               OPEN OUTPUT DOC-PREF
               CLOSE DOC-PREF
               OPEN I-O DOC-PREF
           END-IF.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ERROR AL ABRIR ESTUDIANTES.TXT, STATUS: "
                       WS-STATUS-EST
               CLOSE DOC-PREF
               GOBACK
           END-IF.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** ERROR AL ABRIR MATERIAS.TXT, STATUS: "
                       WS-STATUS-MAT
               CLOSE DOC-PREF
               CLOSE DOC-EST
               GOBACK
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- PREFERENCIAS DE INSCRIPCION --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] CAPTURAR PREFERENCIAS DEL ALUMNO".
           DISPLAY "  [2] CORREGIR UNA PREFERENCIA PENDIENTE".
           DISPLAY "  [3] CANCELAR UNA PREFERENCIA PENDIENTE".
           DISPLAY "  [4] CONSULTAR PREFERENCIAS DEL ALUMNO".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1 THRU 3
                   IF NOT CAPTURA-AUTORIZADA
                       DISPLAY "**** FUERA DE VENTANA: SOLO "
                               "CONSULTA ***"
                   ELSE
                       EVALUATE WS-MODO
                           WHEN 1
                               PERFORM 100100-CAPTURA
                           WHEN 2
                               PERFORM 100200-CORRIGE
                           WHEN 3
                               PERFORM 100300-CANCELA
                       END-EVALUATE
                   END-IF
               WHEN 4
                   PERFORM 100400-CONSULTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-ALUMNO.
      *    SOLO UN ALUMNO ACTIVO DEL MAESTRO PUEDE PEDIR LUGARES.
           MOVE "N" TO WS-ALUMNO-OK.
           DISPLAY "LOG -- CLAVE DEL ALUMNO: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE.
           MOVE WS-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   DISPLAY "**** LA CLAVE NO EXISTE ***"
               NOT INVALID KEY
                   IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
                       SET ALUMNO-VALIDO TO TRUE
                       DISPLAY "ALUMNO: "
                               FUNCTION TRIM(EST-REG-NOMBRE)
                               "  GRADO " EST-REG-GRADO
                               "  CARRERA " EST-REG-CARRERA
                   ELSE
                       DISPLAY "**** EL ALUMNO NO ESTA ACTIVO ***"
                   END-IF
           END-READ.
           EXIT.

       100060-CAPTURA-PRIORIDAD.
           MOVE "N" TO WS-PRF-EXISTE.
           DISPLAY "LOG -- PRIORIDAD: " WITH NO ADVANCING.
           ACCEPT WS-PRIORIDAD.
           MOVE WS-CLAVE TO PRF-REG-CLAVE.
           MOVE WS-PRIORIDAD TO PRF-REG-PRIORIDAD.
           READ DOC-PREF
               INVALID KEY
                   DISPLAY "**** LA PRIORIDAD NO EXISTE ***"
               NOT INVALID KEY
                   SET PREFERENCIA-EXISTE TO TRUE
                   PERFORM 100410-MUESTRA-PREFERENCIA
                   IF NOT PRF-PENDIENTE
                       MOVE "N" TO WS-PRF-EXISTE
                       DISPLAY "**** LA PREFERENCIA YA PASO POR LA "
                               "CORRIDA DE ASIGNACION ***"
                   END-IF
           END-READ.
           EXIT.

       100070-CAPTURA-OPCIONES.
      *    LA OPCION 1 ES OBLIGATORIA; LAS ALTERNAS SON OPCIONALES
      *    (0000 PARA NO CAPTURARLA). CADA UNA DEBE SER UN GRUPO
      *    ABIERTO DEL CATALOGO Y NO REPETIR OTRA DE LA MISMA
      *    PREFERENCIA. EL CUPO, EL PRERREQUISITO Y EL EMPALME SE
      *    JUZGAN HASTA LA CORRIDA, CON LA CARGA YA REPARTIDA.
           MOVE ZEROS TO WS-OPCIONES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE "N" TO WS-OPCION-OK
               PERFORM UNTIL OPCION-VALIDA
                   IF WS-IDX = 1
                       DISPLAY "LOG -- PRIMERA OPCION, MATERIA "
                               "(0000 PARA TERMINAR): "
                               WITH NO ADVANCING
                   ELSE
                       DISPLAY "LOG -- ALTERNA " WS-IDX
                               ", MATERIA (0000 = NINGUNA): "
                               WITH NO ADVANCING
                   END-IF
                   ACCEPT WS-MAT-TEMP-CLAVE
                   IF WS-MAT-TEMP-CLAVE = "0000"
                       SET OPCION-VALIDA TO TRUE
                   ELSE
                       DISPLAY "LOG -- GRUPO (EJ. 01): "
                               WITH NO ADVANCING
                       ACCEPT WS-MAT-TEMP-GRUPO
                       PERFORM 100080-VALIDA-OPCION
                   END-IF
               END-PERFORM
               IF WS-MAT-TEMP-CLAVE = "0000"
                   MOVE 4 TO WS-IDX
               ELSE
                   MOVE WS-MAT-TEMP TO WS-OPCION(WS-IDX)
               END-IF
           END-PERFORM.
           EXIT.

       100080-VALIDA-OPCION.
           MOVE WS-MAT-TEMP TO MAT-REG-LLAVE.
           READ MAT-DOC
               INVALID KEY
                   DISPLAY "**** MATERIA NO EXISTE EN MATERIAS.TXT ***"
                   EXIT PARAGRAPH
           END-READ.
           IF MAT-REG-ESTATUS = "C"
               DISPLAY "**** EL GRUPO ESTA CERRADO ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 >= WS-IDX
               IF WS-OPCION(WS-IDX2) = MAT-REG-LLAVE
                   DISPLAY "**** YA ESTA EN ESTA PREFERENCIA ***"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           DISPLAY "   " MAT-REG-NOMBRE " DIA " MAT-REG-DIA
                   " HORA " MAT-REG-HORA " CUPO " MAT-REG-CUPO.
           SET OPCION-VALIDA TO TRUE.
           EXIT.

       100085-MUEVE-OPCIONES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE WS-OPCION(WS-IDX) TO PRF-REG-OPCION(WS-IDX)
           END-PERFORM.
           EXIT.

       100086-TOMA-OPCIONES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE PRF-REG-OPCION(WS-IDX) TO WS-OPCION(WS-IDX)
           END-PERFORM.
           EXIT.

       100090-ULTIMA-PRIORIDAD.
           MOVE ZEROS TO WS-ULTIMA-PRIORIDAD.
           MOVE WS-CLAVE TO PRF-REG-CLAVE.
           MOVE ZEROS TO PRF-REG-PRIORIDAD.
           MOVE "N" TO WS-FIN-PRF.
           START DOC-PREF KEY IS NOT LESS THAN PRF-REG-LLAVE
               INVALID KEY
                   SET FIN-PREFERENCIAS TO TRUE
           END-START.
           PERFORM UNTIL FIN-PREFERENCIAS
               READ DOC-PREF NEXT RECORD
                   AT END
                       SET FIN-PREFERENCIAS TO TRUE
                   NOT AT END
                       IF PRF-REG-CLAVE NOT = WS-CLAVE
                           SET FIN-PREFERENCIAS TO TRUE
                       ELSE
                           MOVE PRF-REG-PRIORIDAD
                               TO WS-ULTIMA-PRIORIDAD
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100100-CAPTURA.
      *    LAS PRIORIDADES SE NUMERAN SOLAS A CONTINUACION DE LAS
      *    YA ENTREGADAS; EL ALUMNO DICTA DE LA MAS IMPORTANTE A LA
      *    MENOS IMPORTANTE.
           PERFORM 100050-CAPTURA-ALUMNO.
           IF NOT ALUMNO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100405-LISTA-ALUMNO.
           PERFORM 100090-ULTIMA-PRIORIDAD.
           MOVE "N" TO WS-FIN-CAPTURA.
           PERFORM UNTIL FIN-CAPTURA
               IF WS-ULTIMA-PRIORIDAD >= WS-MAX-PRIORIDAD
                   DISPLAY "**** EL ALUMNO YA TIENE "
                           WS-MAX-PRIORIDAD " PREFERENCIAS ***"
                   SET FIN-CAPTURA TO TRUE
               ELSE
                   COMPUTE WS-PRIORIDAD = WS-ULTIMA-PRIORIDAD + 1
                   DISPLAY "PRIORIDAD " WS-PRIORIDAD
                   PERFORM 100070-CAPTURA-OPCIONES
                   IF WS-OPCION(1) = ZEROS
                       SET FIN-CAPTURA TO TRUE
                   ELSE
                       MOVE "N" TO WS-PRF-EXISTE
                       INITIALIZE PRF-REG-DOC
                       MOVE WS-CLAVE TO PRF-REG-CLAVE
                       MOVE WS-PRIORIDAD TO PRF-REG-PRIORIDAD
                       PERFORM 100085-MUEVE-OPCIONES
                       MOVE SPACES TO PRF-REG-RESULTADO
                       MOVE SPACES TO PRF-REG-MOTIVO PRF-REG-AVISO
                       ACCEPT PRF-REG-FECHA-CAPTURA
                           FROM DATE YYYYMMDD
                       MOVE "PREFERENCIA CAPTURADA" TO WS-AUD-ACCION
                       PERFORM 100900-GRABA-PREFERENCIA
                       MOVE WS-PRIORIDAD TO WS-ULTIMA-PRIORIDAD
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       100200-CORRIGE.
           PERFORM 100050-CAPTURA-ALUMNO.
           IF NOT ALUMNO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100405-LISTA-ALUMNO.
           PERFORM 100060-CAPTURA-PRIORIDAD.
           IF NOT PREFERENCIA-EXISTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100070-CAPTURA-OPCIONES.
           IF WS-OPCION(1) = ZEROS
               DISPLAY "**** SIN PRIMERA OPCION; USE CANCELAR ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLAVE TO PRF-REG-CLAVE.
           MOVE WS-PRIORIDAD TO PRF-REG-PRIORIDAD.
           READ DOC-PREF
               INVALID KEY
                   DISPLAY "**** LA PRIORIDAD YA NO EXISTE ***"
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 100085-MUEVE-OPCIONES.
           MOVE "PREFERENCIA CORREGIDA" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-PREFERENCIA.
           EXIT.

       100300-CANCELA.
           PERFORM 100050-CAPTURA-ALUMNO.
           IF NOT ALUMNO-VALIDO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100405-LISTA-ALUMNO.
           PERFORM 100060-CAPTURA-PRIORIDAD.
           IF NOT PREFERENCIA-EXISTE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "¿CANCELAR LA PRIORIDAD " WS-PRIORIDAD
                   "? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100086-TOMA-OPCIONES.
           DELETE DOC-PREF
               INVALID KEY
                   DISPLAY "**** ERROR AL CANCELAR, STATUS: "
                           WS-STATUS-PRF
               NOT INVALID KEY
                   ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
                   MOVE "PREFERENCIA CANCELADA" TO WS-AUD-ACCION
                   DISPLAY "**** PREFERENCIA CANCELADA ***"
                   PERFORM 100910-AUDITORIA-LOG
           END-DELETE.
           EXIT.

       100400-CONSULTA.
           PERFORM 100050-CAPTURA-ALUMNO.
           IF WS-STATUS-EST = "00"
               PERFORM 100405-LISTA-ALUMNO
           END-IF.
           EXIT.

       100405-LISTA-ALUMNO.
           MOVE ZEROS TO WS-TOTAL-LISTADOS.
           MOVE WS-CLAVE TO PRF-REG-CLAVE.
           MOVE ZEROS TO PRF-REG-PRIORIDAD.
           MOVE "N" TO WS-FIN-PRF.
           START DOC-PREF KEY IS NOT LESS THAN PRF-REG-LLAVE
               INVALID KEY
                   SET FIN-PREFERENCIAS TO TRUE
           END-START.
           PERFORM UNTIL FIN-PREFERENCIAS
               READ DOC-PREF NEXT RECORD
                   AT END
                       SET FIN-PREFERENCIAS TO TRUE
                   NOT AT END
                       IF PRF-REG-CLAVE NOT = WS-CLAVE
                           SET FIN-PREFERENCIAS TO TRUE
                       ELSE
                           ADD 1 TO WS-TOTAL-LISTADOS
                           PERFORM 100410-MUESTRA-PREFERENCIA
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "**** PREFERENCIAS ENTREGADAS: "
                   WS-TOTAL-LISTADOS " ***".
           EXIT.

       100410-MUESTRA-PREFERENCIA.
           DISPLAY "   PRIORIDAD " PRF-REG-PRIORIDAD ": "
                   PRF-REG-OPCION(1) " / " PRF-REG-OPCION(2)
                   " / " PRF-REG-OPCION(3)
                   "  RESULTADO [" PRF-REG-RESULTADO "] "
                   PRF-REG-MATERIA-ASIGNADA " " PRF-REG-MOTIVO.
           EXIT.

       100900-GRABA-PREFERENCIA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA TO PRF-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR-LOGIN TO PRF-REG-OPERADOR.
           IF PREFERENCIA-EXISTE
               REWRITE PRF-REG-DOC
           ELSE
               WRITE PRF-REG-DOC
           END-IF.
           IF WS-STATUS-PRF NOT = "00"
               DISPLAY "**** ERROR AL GRABAR PREFERENCIAS.TXT, "
                       "STATUS: " WS-STATUS-PRF
           ELSE
               DISPLAY "**** " FUNCTION TRIM(WS-AUD-ACCION) " ***"
               PERFORM 100910-AUDITORIA-LOG
           END-IF.
           EXIT.

       100910-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "PREFERENCIAS-MAKER" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-ACCION) DELIMITED BY SIZE
               " PRIORIDAD " DELIMITED BY SIZE
               WS-PRIORIDAD DELIMITED BY SIZE
               " OPCIONES " DELIMITED BY SIZE
               WS-OPCION(1) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-OPCION(2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-OPCION(3) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM PREFERENCIAS-MAKER-DOC.
