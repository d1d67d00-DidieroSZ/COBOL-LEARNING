      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: LIST INTO "REP-SERVICIO-PENDIENTE.txt" THE ACTIVE
      *          STUDENTS IN THE LAST TWO SEMESTERS OF THEIR PLAN
      *          (ULTIMO SEMESTRE DE "curriculum.txt" POR CARRERA,
      *          6 SI NO ESTA CAPTURADO) WHO HAVE NOT STARTED THEIR
      *          SERVICIO SOCIAL (NI, SI PRACTICAS-REQ = 1, SUS
      *          PRACTICAS PROFESIONALES) IN "servicio-social.txt".
      *          SIN LIBERACION NO HAY GRADUACION, ASI QUE SERVICIOS
      *          ESCOLARES LOS CITA A TIEMPO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICIO-PENDIENTE-DOC.

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

               SELECT DOC-SERVICIO ASSIGN TO "servicio-social.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SSO-REG-LLAVE
                   FILE STATUS WS-STATUS-SSO.

               SELECT REP-PENDIENTE ASSIGN TO
                   "REP-SERVICIO-PENDIENTE.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-SERVICIO.
               COPY "SSO-REG-DOC.cpy".

           FD REP-PENDIENTE.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-SSO PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-PRACTICAS-REQ PIC 9(01) VALUE ZEROS.
      *        DURACION DEL PLAN CUANDO LA CARRERA NO TIENE SEMESTRES
      *        CAPTURADOS (MISMO TOPE DE GRADO QUE PROMO-TERMINO-DOC).
               05 WS-SEMESTRES-DEFAULT PIC 9(02) VALUE 6.
               05 WS-ULTIMO-SEM PIC 9(02) VALUE ZEROS.
               05 WS-TIPO-REVISA PIC X(01).
               05 WS-FALTA-TEXTO PIC X(40).
               05 WS-CURR-CARRERA-LK PIC X(02).
               05 WS-CURR-MATERIA-LK PIC X(04).
               05 WS-CURR-SEM-LK PIC 9(02).
               05 WS-CURR-ENC PIC X.
                   88 CURR-ENTRADA-OK VALUE "S".
               05 WS-CARRERA-IDX PIC 9(02).

           01 WS-CONTADORES.
               05 WS-TOTAL-ACTIVOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ULTIMOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-SIN-SS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-SIN-PRACT PIC 9(05) VALUE ZEROS.

      *    ULTIMO SEMESTRE DEL PLAN POR CARRERA, CALCULADO UNA SOLA
      *    VEZ CON CURRICULUM-SEARCH.
           01 WS-PLANES.
               05 WS-PLAN OCCURS 99 TIMES.
                   10 WS-PLAN-CARGADO PIC X(01).
                   10 WS-PLAN-ULTIMO PIC 9(02).

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-SUBSCRIPTS.
               05 WS-SUB-CURR PIC 99.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-PUNTEADA PIC X(132) VALUE ALL "-".

           01 SWITCHES.
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-HAY-SERVICIO PIC X VALUE "N".
                   88 HAY-ARCHIVO-SERVICIO VALUE "S".
               05 WS-INICIADO PIC X VALUE "N".
                   88 PROGRAMA-INICIADO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** NO SE ENCONTRO ESTUDIANTES.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE "PRACTICAS-REQ" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-PRACTICAS-REQ
           END-IF.
           INITIALIZE WS-PLANES.
           OPEN INPUT DOC-SERVICIO.
           IF WS-STATUS-SSO = "00"
               SET HAY-ARCHIVO-SERVICIO TO TRUE
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT REP-PENDIENTE.
           PERFORM 100100-ENCABEZADO.
           PERFORM UNTIL FIN-ESTUDIANTES
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ESTUDIANTES TO TRUE
                   NOT AT END
                       IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
                           ADD 1 TO WS-TOTAL-ACTIVOS
                           PERFORM 100200-REVISA-ESTUDIANTE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 100900-TOTALES.
           CLOSE DOC-EST.
           IF HAY-ARCHIVO-SERVICIO
               CLOSE DOC-SERVICIO
           END-IF.
           CLOSE REP-PENDIENTE.
           DISPLAY "**** " WS-TOTAL-SIN-SS " SIN SERVICIO SOCIAL "
                   "INICIADO; VER REP-SERVICIO-PENDIENTE.txt ***".
           EXIT.

       100100-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ALUMNOS EN LOS DOS ULTIMOS SEMESTRES SIN SERVICIO "
                   DELIMITED BY SIZE
               "SOCIAL / PRACTICAS INICIADO AL " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE " CLAVE   CA PL SEM/ULT NOMBRE
      -        "        PENDIENTE" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100200-REVISA-ESTUDIANTE.
           PERFORM 100210-ULTIMO-SEMESTRE.
           IF EST-REG-GRADO + 1 < WS-ULTIMO-SEM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-ULTIMOS.
           MOVE "S" TO WS-TIPO-REVISA.
           PERFORM 100300-REVISA-INICIO.
           IF NOT PROGRAMA-INICIADO
               ADD 1 TO WS-TOTAL-SIN-SS
               MOVE "SERVICIO SOCIAL NO INICIADO" TO WS-FALTA-TEXTO
               PERFORM 100400-ESCRIBE-RENGLON
           END-IF.
           IF WS-PRACTICAS-REQ = 1
               MOVE "P" TO WS-TIPO-REVISA
               PERFORM 100300-REVISA-INICIO
               IF NOT PROGRAMA-INICIADO
                   ADD 1 TO WS-TOTAL-SIN-PRACT
                   MOVE "PRACTICAS PROFESIONALES NO INICIADAS"
                       TO WS-FALTA-TEXTO
                   PERFORM 100400-ESCRIBE-RENGLON
               END-IF
           END-IF.
           EXIT.

       100210-ULTIMO-SEMESTRE.
      *    EL ULTIMO SEMESTRE ES EL MAYOR SEMESTRE DEL PLAN DE LA
      *    CARRERA; SE CALCULA LA PRIMERA VEZ QUE APARECE.
           MOVE WS-SEMESTRES-DEFAULT TO WS-ULTIMO-SEM.
           IF EST-REG-CARRERA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE EST-REG-CARRERA TO WS-CARRERA-IDX.
           IF WS-PLAN-CARGADO(WS-CARRERA-IDX) NOT = "S"
               MOVE ZEROS TO WS-PLAN-ULTIMO(WS-CARRERA-IDX)
               MOVE EST-REG-CARRERA TO WS-CURR-CARRERA-LK
               MOVE "S" TO WS-CURR-ENC
               PERFORM 100220-LEE-PLAN
                   VARYING WS-SUB-CURR FROM 1 BY 1
                   UNTIL NOT CURR-ENTRADA-OK
               MOVE "S" TO WS-PLAN-CARGADO(WS-CARRERA-IDX)
           END-IF.
           IF WS-PLAN-ULTIMO(WS-CARRERA-IDX) > ZEROS
               MOVE WS-PLAN-ULTIMO(WS-CARRERA-IDX) TO WS-ULTIMO-SEM
           END-IF.
           EXIT.

       100220-LEE-PLAN.
           MOVE "N" TO WS-CURR-ENC.
           CALL "CURRICULUM-SEARCH" USING
               WS-CURR-CARRERA-LK WS-SUB-CURR WS-CURR-MATERIA-LK
               WS-CURR-SEM-LK WS-CURR-ENC.
           IF CURR-ENTRADA-OK
               AND WS-CURR-SEM-LK > WS-PLAN-ULTIMO(WS-CARRERA-IDX)
               MOVE WS-CURR-SEM-LK TO WS-PLAN-ULTIMO(WS-CARRERA-IDX)
           END-IF.
           EXIT.

       100300-REVISA-INICIO.
      *    INICIADO = TIENE ASIGNACION EN CURSO O YA LIBERADA; UNA
      *    BAJA DEL PROGRAMA CUENTA COMO NO INICIADO.
           MOVE "N" TO WS-INICIADO.
           IF NOT HAY-ARCHIVO-SERVICIO
               EXIT PARAGRAPH
           END-IF.
           MOVE EST-REG-CLAVE TO SSO-REG-CLAVE.
           MOVE WS-TIPO-REVISA TO SSO-REG-TIPO.
           READ DOC-SERVICIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SSO-EN-CURSO OR SSO-LIBERADO
                       SET PROGRAMA-INICIADO TO TRUE
                   END-IF
           END-READ.
           EXIT.

       100400-ESCRIBE-RENGLON.
           INITIALIZE LINEA-TEMP.
           STRING
               EST-REG-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EST-REG-CARRERA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EST-REG-PLANTEL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EST-REG-GRADO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-ULTIMO-SEM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EST-REG-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FALTA-TEXTO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100900-TOTALES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF NOT HAY-ARCHIVO-SERVICIO
               INITIALIZE LINEA-TEMP
               MOVE "**** NO EXISTE SERVICIO-SOCIAL.TXT: NINGUN ALUMNO
      -            " HA REGISTRADO ASIGNACION ****" TO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               "ACTIVOS: " DELIMITED BY SIZE
               WS-TOTAL-ACTIVOS DELIMITED BY SIZE
               "  EN LOS DOS ULTIMOS SEMESTRES: " DELIMITED BY SIZE
               WS-TOTAL-ULTIMOS DELIMITED BY SIZE
               "  SIN SERVICIO SOCIAL: " DELIMITED BY SIZE
               WS-TOTAL-SIN-SS DELIMITED BY SIZE
               "  SIN PRACTICAS: " DELIMITED BY SIZE
               WS-TOTAL-SIN-PRACT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM SERVICIO-PENDIENTE-DOC.
