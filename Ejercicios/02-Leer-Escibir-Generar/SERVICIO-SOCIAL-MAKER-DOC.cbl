      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN "servicio-social.txt": THE PLACEMENT OF A
      *          STUDENT IN SERVICIO SOCIAL OR PRACTICAS PROFESIONALES
      *          (INSTITUCION, PROGRAMA, FECHA DE INICIO, SUPERVISOR),
      *          THE MONTHLY HOUR REPORTS AND THE LIBERATION LETTER
      *          WITH ITS FOLIO. LO QUE ANTES SE LLEVABA EN HOJAS DE
      *          CALCULO. LAS HORAS REQUERIDAS SALEN DE
      *          "parametros.txt" (HORAS-SS, 480 POR LEY; HORAS-PRACT,
      *          240). EVERY MOVEMENT IS LOGGED TO "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICIO-SOCIAL-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-SERVICIO ASSIGN TO "servicio-social.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SSO-REG-LLAVE
           FILE STATUS IS WS-STATUS-SSO.
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

       DATA DIVISION.
       FILE SECTION.
           FD DOC-SERVICIO.
           COPY "SSO-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 IN-DATA.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-TIPO PIC X(01) VALUE SPACES.
               05 WS-INSTITUCION PIC X(30) VALUE SPACES.
               05 WS-PROGRAMA PIC X(30) VALUE SPACES.
               05 WS-FECHA-INICIO PIC 9(08) VALUE ZEROS.
               05 WS-SUPERVISOR PIC X(30) VALUE SPACES.
               05 WS-MES-REPORTE PIC X(06) VALUE SPACES.
               05 WS-MES-NUM REDEFINES WS-MES-REPORTE PIC 9(06).
               05 WS-HORAS-MES PIC 9(03) VALUE ZEROS.
               05 WS-FOLIO PIC X(12) VALUE SPACES.
               05 WS-FECHA-LIBERA PIC 9(08) VALUE ZEROS.

           01 WS-VARIABLES.
               05 WS-STATUS-SSO PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-ACCION PIC X(24) VALUE SPACES.
               05 WS-FECHA-VALIDAR PIC 9(08) VALUE ZEROS.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-DIGITO-ESPERADO PIC 9(01) VALUE ZEROS.
               05 WS-CLAVE-DIGITO-OK PIC X VALUE "N".
      *        HORAS QUE EXIGE CADA PROGRAMA; PARAMETROS.TXT LAS
      *        PUEDE CAMBIAR (HORAS-SS / HORAS-PRACT).
               05 WS-HORAS-SS PIC 9(04) VALUE 480.
               05 WS-HORAS-PRACT PIC 9(04) VALUE 240.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(02).
               05 WS-IDX-MES PIC 9(02).

           01 SWITCHES.
               05 WS-EST-EXISTE PIC X VALUE "N".
                   88 EST-EXISTE VALUE "S".
               05 WS-SSO-EXISTE PIC X VALUE "N".
                   88 SERVICIO-EXISTE VALUE "S".
               05 WS-FECHA-OK PIC X VALUE "N".
                   88 FECHA-ACEPTADA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(1:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CAPTURA ***"
           GOBACK
       END-IF.
       PERFORM 100003-CARGA-PARAMETROS.
       PERFORM 100005-ABRE-SERVICIO.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-SERVICIO.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100003-CARGA-PARAMETROS.
           MOVE "HORAS-SS" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-HORAS-SS
           END-IF.
           MOVE "HORAS-PRACT" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-HORAS-PRACT
           END-IF.
           EXIT.

       100005-ABRE-SERVICIO.
           OPEN I-O DOC-SERVICIO.
           IF WS-STATUS-SSO = "35"
               OPEN OUTPUT DOC-SERVICIO
               CLOSE DOC-SERVICIO
               OPEN I-O DOC-SERVICIO
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- SERVICIO SOCIAL Y PRACTICAS PROFESIONALES --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] REGISTRAR ASIGNACION".
           DISPLAY "  [2] CAPTURAR REPORTE MENSUAL DE HORAS".
           DISPLAY "  [3] REGISTRAR CARTA DE LIBERACION".
           DISPLAY "  [4] DAR DE BAJA LA ASIGNACION".
           DISPLAY "  [5] CONSULTAR".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-REGISTRA
               WHEN 2
                   PERFORM 100200-REPORTE-HORAS
               WHEN 3
                   PERFORM 100300-LIBERA
               WHEN 4
                   PERFORM 100400-BAJA
               WHEN 5
                   PERFORM 100500-CONSULTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-LLAVE.
      *    EL ALUMNO DEBE EXISTIR EN EL MAESTRO; EL DIGITO SE AVISA
      *    IGUAL QUE EN BECAS-MAKER-DOC.
           MOVE "N" TO WS-EST-EXISTE.
           DISPLAY "LOG -- CLAVE DEL ESTUDIANTE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE.
           MOVE "N" TO WS-CLAVE-DIGITO-OK.
           CALL "CLAVE-VERIFICA" USING
               WS-CLAVE WS-DIGITO-ESPERADO WS-CLAVE-DIGITO-OK.
           IF WS-CLAVE-DIGITO-OK NOT = "S"
               DISPLAY "**** AVISO: LA CLAVE NO CUMPLE EL DIGITO "
                       "VERIFICADOR ***"
           END-IF.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST = "00"
               MOVE WS-CLAVE TO EST-REG-CLAVE
               READ DOC-EST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET EST-EXISTE TO TRUE
                       DISPLAY "ESTUDIANTE: "
                               FUNCTION TRIM(EST-REG-NOMBRE)
                               "  GRADO " EST-REG-GRADO
               END-READ
           END-IF.
           CLOSE DOC-EST.
           IF NOT EST-EXISTE
               DISPLAY "**** CLAVE NO EXISTE EN ESTUDIANTES.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TIPO.
           PERFORM UNTIL WS-TIPO = "S" OR WS-TIPO = "P"
               DISPLAY "LOG -- (S)ERVICIO SOCIAL / (P)RACTICAS: "
                       WITH NO ADVANCING
               ACCEPT WS-TIPO
               MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
           END-PERFORM.
           MOVE "N" TO WS-SSO-EXISTE.
           MOVE WS-CLAVE TO SSO-REG-CLAVE.
           MOVE WS-TIPO TO SSO-REG-TIPO.
           READ DOC-SERVICIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SERVICIO-EXISTE TO TRUE
           END-READ.
           EXIT.

       100060-VALIDA-FECHA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-VALIDAR) = ZEROS
               SET FECHA-ACEPTADA TO TRUE
           ELSE
               MOVE "N" TO WS-FECHA-OK
               DISPLAY "**** FECHA INVALIDA ***"
           END-IF.
           EXIT.

       100100-REGISTRA.
           PERFORM 100050-CAPTURA-LLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF SERVICIO-EXISTE AND NOT SSO-BAJA
               DISPLAY "**** YA TIENE ASIGNACION REGISTRADA (ESTATUS "
                       SSO-REG-ESTATUS ") ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOG -- INSTITUCION: " WITH NO ADVANCING.
           ACCEPT WS-INSTITUCION.
           MOVE FUNCTION UPPER-CASE(WS-INSTITUCION) TO WS-INSTITUCION.
           DISPLAY "LOG -- PROGRAMA: " WITH NO ADVANCING.
           ACCEPT WS-PROGRAMA.
           MOVE FUNCTION UPPER-CASE(WS-PROGRAMA) TO WS-PROGRAMA.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- FECHA DE INICIO (AAAAMMDD): "
                       WITH NO ADVANCING
               ACCEPT WS-FECHA-INICIO
               MOVE WS-FECHA-INICIO TO WS-FECHA-VALIDAR
               PERFORM 100060-VALIDA-FECHA
           END-PERFORM.
           DISPLAY "LOG -- SUPERVISOR: " WITH NO ADVANCING.
           ACCEPT WS-SUPERVISOR.
           MOVE FUNCTION UPPER-CASE(WS-SUPERVISOR) TO WS-SUPERVISOR.
      *    UNA ASIGNACION DADA DE BAJA SE REEMPLAZA COMPLETA; LAS
      *    HORAS DE LA ANTERIOR NO SE ARRASTRAN.
           INITIALIZE SSO-REG-DOC.
           MOVE WS-CLAVE TO SSO-REG-CLAVE.
           MOVE WS-TIPO TO SSO-REG-TIPO.
           MOVE WS-INSTITUCION TO SSO-REG-INSTITUCION.
           MOVE WS-PROGRAMA TO SSO-REG-PROGRAMA.
           MOVE WS-FECHA-INICIO TO SSO-REG-FECHA-INICIO.
           MOVE WS-SUPERVISOR TO SSO-REG-SUPERVISOR.
           IF WS-TIPO = "S"
               MOVE WS-HORAS-SS TO SSO-REG-HORAS-REQUERIDAS
           ELSE
               MOVE WS-HORAS-PRACT TO SSO-REG-HORAS-REQUERIDAS
           END-IF.
           SET SSO-EN-CURSO TO TRUE.
           MOVE "ASIGNACION REGISTRADA" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-SERVICIO.
           EXIT.

       100200-REPORTE-HORAS.
           PERFORM 100050-CAPTURA-LLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT SERVICIO-EXISTE OR NOT SSO-EN-CURSO
               DISPLAY "**** NO HAY ASIGNACION EN CURSO ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MES-REPORTE.
           PERFORM UNTIL WS-MES-REPORTE IS NUMERIC
               DISPLAY "LOG -- MES DEL REPORTE (AAAAMM): "
                       WITH NO ADVANCING
               ACCEPT WS-MES-REPORTE
               IF WS-MES-REPORTE IS NOT NUMERIC
                   DISPLAY "**** MES INVALIDO ***"
               ELSE
                   IF WS-MES-NUM < SSO-REG-FECHA-INICIO(1:6)
                       OR WS-MES-REPORTE(5:2) < "01"
                       OR WS-MES-REPORTE(5:2) > "12"
                       DISPLAY "**** MES INVALIDO O ANTERIOR AL "
                               "INICIO ***"
                       MOVE SPACES TO WS-MES-REPORTE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "LOG -- HORAS DEL MES: " WITH NO ADVANCING.
           ACCEPT WS-HORAS-MES.
      *    EL MISMO MES SE CORRIGE EN SU LUGAR; UN MES NUEVO OCUPA
      *    EL SIGUIENTE RENGLON LIBRE.
           MOVE ZEROS TO WS-IDX-MES.
           PERFORM 100210-BUSCA-MES
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > SSO-REG-TOTAL-REPORTES
                   OR WS-IDX-MES NOT = ZEROS.
           IF WS-IDX-MES = ZEROS
               IF SSO-REG-TOTAL-REPORTES >= 24
                   DISPLAY "**** YA HAY 24 REPORTES MENSUALES ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SSO-REG-TOTAL-REPORTES
               MOVE SSO-REG-TOTAL-REPORTES TO WS-IDX-MES
               MOVE WS-MES-NUM TO SSO-REG-REP-MES(WS-IDX-MES)
               MOVE "REPORTE DE HORAS" TO WS-AUD-ACCION
           ELSE
               MOVE "REPORTE CORREGIDO" TO WS-AUD-ACCION
           END-IF.
           MOVE WS-HORAS-MES TO SSO-REG-REP-HORAS(WS-IDX-MES).
           MOVE ZEROS TO SSO-REG-HORAS-ACUMULADAS.
           PERFORM 100220-SUMA-MES
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > SSO-REG-TOTAL-REPORTES.
           DISPLAY "HORAS ACUMULADAS: " SSO-REG-HORAS-ACUMULADAS
                   " DE " SSO-REG-HORAS-REQUERIDAS.
           PERFORM 100900-GRABA-SERVICIO.
           EXIT.

       100210-BUSCA-MES.
           IF SSO-REG-REP-MES(WS-IDX) = WS-MES-NUM
               MOVE WS-IDX TO WS-IDX-MES
           END-IF.
           EXIT.

       100220-SUMA-MES.
           ADD SSO-REG-REP-HORAS(WS-IDX) TO SSO-REG-HORAS-ACUMULADAS.
           EXIT.

       100300-LIBERA.
      *    LA CARTA DE LIBERACION SOLO SE ASIENTA CUANDO LAS HORAS
      *    REPORTADAS CUBREN LAS REQUERIDAS.
           PERFORM 100050-CAPTURA-LLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT SERVICIO-EXISTE OR NOT SSO-EN-CURSO
               DISPLAY "**** NO HAY ASIGNACION EN CURSO ***"
               EXIT PARAGRAPH
           END-IF.
           IF SSO-REG-HORAS-ACUMULADAS < SSO-REG-HORAS-REQUERIDAS
               DISPLAY "**** HORAS INSUFICIENTES: "
                       SSO-REG-HORAS-ACUMULADAS " DE "
                       SSO-REG-HORAS-REQUERIDAS " ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FOLIO.
           PERFORM UNTIL WS-FOLIO NOT = SPACES
               DISPLAY "LOG -- FOLIO DE LA CARTA DE LIBERACION: "
                       WITH NO ADVANCING
               ACCEPT WS-FOLIO
               MOVE FUNCTION UPPER-CASE(WS-FOLIO) TO WS-FOLIO
           END-PERFORM.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- FECHA DE LA CARTA (AAAAMMDD): "
                       WITH NO ADVANCING
               ACCEPT WS-FECHA-LIBERA
               MOVE WS-FECHA-LIBERA TO WS-FECHA-VALIDAR
               PERFORM 100060-VALIDA-FECHA
               IF FECHA-ACEPTADA
                   AND WS-FECHA-LIBERA < SSO-REG-FECHA-INICIO
                   MOVE "N" TO WS-FECHA-OK
                   DISPLAY "**** LA CARTA NO PUEDE SER ANTERIOR AL "
                           "INICIO ***"
               END-IF
           END-PERFORM.
           MOVE WS-FOLIO TO SSO-REG-FOLIO-LIBERACION.
           MOVE WS-FECHA-LIBERA TO SSO-REG-FECHA-LIBERACION.
           SET SSO-LIBERADO TO TRUE.
           MOVE "LIBERADO" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-SERVICIO.
           EXIT.

       100400-BAJA.
           PERFORM 100050-CAPTURA-LLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT SERVICIO-EXISTE OR NOT SSO-EN-CURSO
               DISPLAY "**** NO HAY ASIGNACION EN CURSO ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "¿DAR DE BAJA LA ASIGNACION EN "
                   FUNCTION TRIM(SSO-REG-INSTITUCION) "? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           SET SSO-BAJA TO TRUE.
           MOVE "BAJA DE ASIGNACION" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-SERVICIO.
           EXIT.

       100500-CONSULTA.
           PERFORM 100050-CAPTURA-LLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT SERVICIO-EXISTE
               DISPLAY "**** SIN ASIGNACION REGISTRADA ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "INSTITUCION: " SSO-REG-INSTITUCION.
           DISPLAY "PROGRAMA:    " SSO-REG-PROGRAMA.
           DISPLAY "SUPERVISOR:  " SSO-REG-SUPERVISOR.
           DISPLAY "INICIO " SSO-REG-FECHA-INICIO
                   "  ESTATUS " SSO-REG-ESTATUS
                   "  HORAS " SSO-REG-HORAS-ACUMULADAS
                   " DE " SSO-REG-HORAS-REQUERIDAS.
           PERFORM 100510-MUESTRA-MES
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > SSO-REG-TOTAL-REPORTES.
           IF SSO-LIBERADO
               DISPLAY "CARTA DE LIBERACION FOLIO "
                       SSO-REG-FOLIO-LIBERACION
                       " DEL " SSO-REG-FECHA-LIBERACION
           END-IF.
           EXIT.

       100510-MUESTRA-MES.
           DISPLAY "   MES " SSO-REG-REP-MES(WS-IDX)
                   " HORAS " SSO-REG-REP-HORAS(WS-IDX).
           EXIT.

       100900-GRABA-SERVICIO.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA TO SSO-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR-LOGIN TO SSO-REG-OPERADOR.
           IF SERVICIO-EXISTE
               REWRITE SSO-REG-DOC
           ELSE
               WRITE SSO-REG-DOC
           END-IF.
           IF WS-STATUS-SSO NOT = "00"
               DISPLAY "**** ERROR AL GRABAR SERVICIO-SOCIAL.TXT, "
                       "STATUS: " WS-STATUS-SSO
           ELSE
               DISPLAY "**** " FUNCTION TRIM(WS-AUD-ACCION) " ***"
               PERFORM 100910-AUDITORIA-LOG
           END-IF.
           EXIT.

       100910-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "SERVICIO-SOCIAL" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SSO-REG-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-ACCION) DELIMITED BY SIZE
               " TIPO " DELIMITED BY SIZE
               SSO-REG-TIPO DELIMITED BY SIZE
               " HORAS " DELIMITED BY SIZE
               SSO-REG-HORAS-ACUMULADAS DELIMITED BY SIZE
               " FOLIO " DELIMITED BY SIZE
               SSO-REG-FOLIO-LIBERACION DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM SERVICIO-SOCIAL-MAKER-DOC.
