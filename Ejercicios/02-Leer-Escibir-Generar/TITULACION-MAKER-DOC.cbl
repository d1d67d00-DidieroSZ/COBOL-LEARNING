      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN "titulacion.txt": THE TITULACION PIPELINE OF
      *          EVERY EGRESADO WRITTEN BY GRADUACION-DOC INTO
      *          "egresados.txt". INCORPORA LOS EGRESADOS NUEVOS Y
      *          AVANZA CADA EXPEDIENTE: MODALIDAD Y ASESOR, JURADO,
      *          FECHA DE EXAMEN, ACTA DE EXAMEN PROFESIONAL Y
      *          REGISTRO DEL TITULO. ASESOR Y JURADO SE VALIDAN
      *          CONTRA "profesores.txt". EVERY MOVEMENT IS LOGGED TO
      *          "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITULACION-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-TITULACION ASSIGN TO "titulacion.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-REG-LLAVE
           FILE STATUS IS WS-STATUS-TIT.
       SELECT DOC-EGRESADOS ASSIGN TO "egresados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EGR.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-TITULACION.
           COPY "TIT-REG-DOC.cpy".

           FD DOC-EGRESADOS.
      *    MISMO REGISTRO QUE ESCRIBE GRADUACION-DOC.
           01 EGR-REG.
               05 EGR-FOLIO PIC 9(06).
               05 EGR-CLAVE PIC 9(08).
               05 EGR-NOMBRE PIC X(40).
               05 EGR-CARRERA PIC 9(02).
               05 EGR-FECHA PIC 9(08).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 IN-DATA.
               05 WS-FOLIO PIC 9(06) VALUE ZEROS.
               05 WS-MODALIDAD PIC X(01) VALUE SPACES.
               05 WS-TEMA PIC X(40) VALUE SPACES.
               05 WS-PROFE PIC X(03) VALUE SPACES.
               05 WS-FECHA-CAPTURA PIC 9(08) VALUE ZEROS.
               05 WS-FOLIO-DOC PIC X(12) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-TIT PIC XX.
               05 WS-STATUS-EGR PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-ACCION PIC X(24) VALUE SPACES.
               05 WS-ESTATUS-ANTES PIC X(01) VALUE SPACES.
               05 WS-FECHA-VALIDAR PIC 9(08) VALUE ZEROS.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-PROFE-NOMBRE PIC A(30).
               05 WS-PROFE-ENC PIC X VALUE "N".
                   88 PROFESOR-ENCONTRADO VALUE "S".
               05 WS-INCORPORADOS PIC 9(05) VALUE ZEROS.
               05 WS-YA-EXISTEN PIC 9(05) VALUE ZEROS.

           01 WS-JURADO-TITULOS.
               05 FILLER PIC X(10) VALUE "PRESIDENTE".
               05 FILLER PIC X(10) VALUE "SECRETARIO".
               05 FILLER PIC X(10) VALUE "VOCAL".
           01 WS-JURADO-TABLA REDEFINES WS-JURADO-TITULOS.
               05 WS-JURADO-TITULO PIC X(10) OCCURS 3 TIMES.

           01 WS-JURADO-NUEVO.
               05 WS-JURADO PIC X(03) OCCURS 3 TIMES.

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(01).
               05 WS-IDX-2 PIC 9(01).

           01 SWITCHES.
               05 WS-TIT-EXISTE PIC X VALUE "N".
                   88 TITULACION-EXISTE VALUE "S".
               05 WS-FECHA-OK PIC X VALUE "N".
                   88 FECHA-ACEPTADA VALUE "S".
               05 WS-FIN-EGR PIC X VALUE "N".
                   88 FIN-EGRESADOS VALUE "S".
               05 WS-PROFE-OK PIC X VALUE "N".
                   88 PROFESOR-ACEPTADO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(1:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CAPTURA ***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-TITULACION.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-TITULACION.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100005-ABRE-TITULACION.
           OPEN I-O DOC-TITULACION.
           IF WS-STATUS-TIT = "35"
               OPEN OUTPUT DOC-TITULACION
               CLOSE DOC-TITULACION
               OPEN I-O DOC-TITULACION
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- TITULACION DE EGRESADOS --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] INCORPORAR EGRESADOS NUEVOS".
           DISPLAY "  [2] REGISTRAR MODALIDAD Y ASESOR".
           DISPLAY "  [3] ASIGNAR JURADO".
           DISPLAY "  [4] PROGRAMAR EXAMEN PROFESIONAL".
           DISPLAY "  [5] REGISTRAR ACTA DE EXAMEN".
           DISPLAY "  [6] TITULO EN TRAMITE / TITULO REGISTRADO".
           DISPLAY "  [7] CONSULTAR".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-INCORPORA
               WHEN 2
                   PERFORM 100200-MODALIDAD
               WHEN 3
                   PERFORM 100300-JURADO
               WHEN 4
                   PERFORM 100400-EXAMEN
               WHEN 5
                   PERFORM 100500-ACTA
               WHEN 6
                   PERFORM 100600-TITULO
               WHEN 7
                   PERFORM 100700-CONSULTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-FOLIO.
      *    EL EXPEDIENTE SE LOCALIZA POR EL FOLIO DE EGRESO; LA
      *    CLAVE COMPLETA LA LLAVE Y SE TOMA DEL PRIMER REGISTRO.
           MOVE "N" TO WS-TIT-EXISTE.
           DISPLAY "LOG -- FOLIO DE EGRESO: " WITH NO ADVANCING.
           ACCEPT WS-FOLIO.
           MOVE WS-FOLIO TO TIT-REG-FOLIO.
           MOVE ZEROS TO TIT-REG-CLAVE.
           START DOC-TITULACION KEY IS NOT LESS THAN TIT-REG-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DOC-TITULACION NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TIT-REG-FOLIO = WS-FOLIO
                               SET TITULACION-EXISTE TO TRUE
                           END-IF
                   END-READ
           END-START.
           IF NOT TITULACION-EXISTE
               DISPLAY "**** EL FOLIO NO ESTA INCORPORADO A "
                       "TITULACION (OPCION 1) ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE TIT-REG-ESTATUS TO WS-ESTATUS-ANTES.
           DISPLAY "EGRESADO: " TIT-REG-CLAVE " "
                   FUNCTION TRIM(TIT-REG-NOMBRE)
                   "  ESTATUS " TIT-REG-ESTATUS
                   " DESDE " TIT-REG-FECHA-ESTATUS.
           EXIT.

       100060-VALIDA-FECHA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-VALIDAR) = ZEROS
               SET FECHA-ACEPTADA TO TRUE
           ELSE
               MOVE "N" TO WS-FECHA-OK
               DISPLAY "**** FECHA INVALIDA ***"
           END-IF.
           EXIT.

       100070-CAPTURA-FECHA.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- FECHA (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WS-FECHA-CAPTURA
               MOVE WS-FECHA-CAPTURA TO WS-FECHA-VALIDAR
               PERFORM 100060-VALIDA-FECHA
               IF FECHA-ACEPTADA
                   AND WS-FECHA-CAPTURA < TIT-REG-FECHA-EGRESO
                   MOVE "N" TO WS-FECHA-OK
                   DISPLAY "**** LA FECHA NO PUEDE SER ANTERIOR AL "
                           "EGRESO ***"
               END-IF
           END-PERFORM.
           EXIT.

       100080-CAPTURA-FOLIO-DOC.
           MOVE SPACES TO WS-FOLIO-DOC.
           PERFORM UNTIL WS-FOLIO-DOC NOT = SPACES
               DISPLAY "LOG -- FOLIO DEL DOCUMENTO: " WITH NO ADVANCING
               ACCEPT WS-FOLIO-DOC
               MOVE FUNCTION UPPER-CASE(WS-FOLIO-DOC) TO WS-FOLIO-DOC
           END-PERFORM.
           EXIT.

       100090-VALIDA-PROFESOR.
           MOVE "N" TO WS-PROFE-OK.
           MOVE "N" TO WS-PROFE-ENC.
           CALL "PROFESOR-SEARCH" USING
               WS-PROFE WS-PROFE-NOMBRE WS-PROFE-ENC.
           IF PROFESOR-ENCONTRADO
               SET PROFESOR-ACEPTADO TO TRUE
               DISPLAY "   " FUNCTION TRIM(WS-PROFE-NOMBRE)
           ELSE
               DISPLAY "**** EL PROFESOR " WS-PROFE
                       " NO EXISTE EN PROFESORES.TXT ***"
           END-IF.
           EXIT.

       100100-INCORPORA.
      *    TODO EGRESADO SIN EXPEDIENTE ENTRA AL PIPELINE COMO
      *    "INCORPORADO"; LOS QUE YA EXISTEN NO SE TOCAN.
           MOVE ZEROS TO WS-INCORPORADOS WS-YA-EXISTEN.
           OPEN INPUT DOC-EGRESADOS.
           IF WS-STATUS-EGR NOT = "00"
               DISPLAY "**** NO SE ENCONTRO EGRESADOS.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE "N" TO WS-FIN-EGR.
           PERFORM UNTIL FIN-EGRESADOS
               READ DOC-EGRESADOS
                   AT END
                       SET FIN-EGRESADOS TO TRUE
                   NOT AT END
                       PERFORM 100110-INCORPORA-EGRESADO
               END-READ
           END-PERFORM.
           CLOSE DOC-EGRESADOS.
           DISPLAY "**** INCORPORADOS: " WS-INCORPORADOS
                   "  YA EXISTIAN: " WS-YA-EXISTEN " ***".
           EXIT.

       100110-INCORPORA-EGRESADO.
           MOVE EGR-FOLIO TO TIT-REG-FOLIO.
           MOVE EGR-CLAVE TO TIT-REG-CLAVE.
           READ DOC-TITULACION
               INVALID KEY
                   MOVE "N" TO WS-TIT-EXISTE
               NOT INVALID KEY
                   SET TITULACION-EXISTE TO TRUE
           END-READ.
           IF TITULACION-EXISTE
               ADD 1 TO WS-YA-EXISTEN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE TIT-REG-DOC.
           MOVE EGR-FOLIO TO TIT-REG-FOLIO.
           MOVE EGR-CLAVE TO TIT-REG-CLAVE.
           MOVE EGR-NOMBRE TO TIT-REG-NOMBRE.
           MOVE EGR-CARRERA TO TIT-REG-CARRERA.
           MOVE EGR-FECHA TO TIT-REG-FECHA-EGRESO.
           MOVE SPACES TO WS-ESTATUS-ANTES.
           SET TIT-INCORPORADO TO TRUE.
           MOVE "INCORPORADO" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-TITULACION.
           IF WS-STATUS-TIT = "00"
               ADD 1 TO WS-INCORPORADOS
           END-IF.
           EXIT.

       100200-MODALIDAD.
      *    LA MODALIDAD SE PUEDE CORREGIR MIENTRAS NO HAYA JURADO.
           PERFORM 100050-CAPTURA-FOLIO.
           IF NOT TITULACION-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT TIT-INCORPORADO AND NOT TIT-CON-MODALIDAD
               DISPLAY "**** EL EXPEDIENTE YA AVANZO; LA MODALIDAD "
                       "NO SE PUEDE CAMBIAR ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MODALIDAD.
           PERFORM UNTIL WS-MODALIDAD = "T" OR WS-MODALIDAD = "E"
                   OR WS-MODALIDAD = "P"
               DISPLAY "LOG -- MODALIDAD (T)ESIS / (E)XAMEN GENERAL "
                       "/ (P)ROMEDIO: " WITH NO ADVANCING
               ACCEPT WS-MODALIDAD
               MOVE FUNCTION UPPER-CASE(WS-MODALIDAD) TO WS-MODALIDAD
           END-PERFORM.
           MOVE SPACES TO WS-TEMA WS-PROFE.
           IF WS-MODALIDAD = "T"
               PERFORM UNTIL WS-TEMA NOT = SPACES
                   DISPLAY "LOG -- TEMA DE LA TESIS: "
                           WITH NO ADVANCING
                   ACCEPT WS-TEMA
                   MOVE FUNCTION UPPER-CASE(WS-TEMA) TO WS-TEMA
               END-PERFORM
               MOVE "N" TO WS-PROFE-OK
               PERFORM UNTIL PROFESOR-ACEPTADO
                   DISPLAY "LOG -- ASESOR (CLAVE DE PROFESOR): "
                           WITH NO ADVANCING
                   ACCEPT WS-PROFE
                   PERFORM 100090-VALIDA-PROFESOR
               END-PERFORM
           END-IF.
           MOVE WS-MODALIDAD TO TIT-REG-MODALIDAD.
           MOVE WS-TEMA TO TIT-REG-TEMA.
           MOVE WS-PROFE TO TIT-REG-ASESOR.
           SET TIT-CON-MODALIDAD TO TRUE.
           MOVE "MODALIDAD REGISTRADA" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-TITULACION.
           EXIT.

       100300-JURADO.
           PERFORM 100050-CAPTURA-FOLIO.
           IF NOT TITULACION-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF TIT-PROMEDIO
               DISPLAY "**** LA TITULACION POR PROMEDIO NO LLEVA "
                       "JURADO ***"
               EXIT PARAGRAPH
           END-IF.
           IF NOT TIT-CON-MODALIDAD AND NOT TIT-CON-JURADO
               DISPLAY "**** EL ESTATUS NO PERMITE ASIGNAR JURADO ***"
               EXIT PARAGRAPH
           END-IF.
      *    TRES SINODALES DISTINTOS, TODOS EN PROFESORES.TXT.
           INITIALIZE WS-JURADO-NUEVO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE "N" TO WS-PROFE-OK
               PERFORM UNTIL PROFESOR-ACEPTADO
                   DISPLAY "LOG -- " WS-JURADO-TITULO(WS-IDX)
                           " (CLAVE DE PROFESOR): " WITH NO ADVANCING
                   ACCEPT WS-PROFE
                   PERFORM 100090-VALIDA-PROFESOR
                   PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                       UNTIL WS-IDX-2 >= WS-IDX
                       IF WS-JURADO(WS-IDX-2) = WS-PROFE
                           AND PROFESOR-ACEPTADO
                           MOVE "N" TO WS-PROFE-OK
                           DISPLAY "**** EL PROFESOR YA ESTA EN EL "
                                   "JURADO ***"
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE WS-PROFE TO WS-JURADO(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE WS-JURADO(WS-IDX) TO TIT-REG-JURADO(WS-IDX)
           END-PERFORM.
           SET TIT-CON-JURADO TO TRUE.
           MOVE "JURADO ASIGNADO" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-TITULACION.
           EXIT.

       100400-EXAMEN.
      *    EL EXAMEN SE PUEDE REPROGRAMAR MIENTRAS NO HAYA ACTA.
           PERFORM 100050-CAPTURA-FOLIO.
           IF NOT TITULACION-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT TIT-CON-JURADO AND NOT TIT-EXAMEN-PROGRAMADO
               DISPLAY "**** PRIMERO SE DEBE ASIGNAR EL JURADO ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOG -- FECHA DEL EXAMEN PROFESIONAL".
           PERFORM 100070-CAPTURA-FECHA.
           MOVE WS-FECHA-CAPTURA TO TIT-REG-FECHA-EXAMEN.
           IF TIT-EXAMEN-PROGRAMADO
               MOVE "EXAMEN REPROGRAMADO" TO WS-AUD-ACCION
           ELSE
               MOVE "EXAMEN PROGRAMADO" TO WS-AUD-ACCION
           END-IF.
           SET TIT-EXAMEN-PROGRAMADO TO TRUE.
           PERFORM 100900-GRABA-TITULACION.
           EXIT.

       100500-ACTA.
      *    POR PROMEDIO EL ACTA SE LEVANTA DIRECTO SOBRE LA MODALIDAD;
      *    EN LAS DEMAS DEBE HABER EXAMEN PROGRAMADO.
           PERFORM 100050-CAPTURA-FOLIO.
           IF NOT TITULACION-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT TIT-EXAMEN-PROGRAMADO
               AND NOT (TIT-PROMEDIO AND TIT-CON-MODALIDAD)
               DISPLAY "**** EL ESTATUS NO PERMITE REGISTRAR ACTA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100080-CAPTURA-FOLIO-DOC.
           DISPLAY "LOG -- FECHA DEL ACTA".
           PERFORM 100070-CAPTURA-FECHA.
           IF TIT-EXAMEN-PROGRAMADO
               AND WS-FECHA-CAPTURA < TIT-REG-FECHA-EXAMEN
               DISPLAY "**** EL ACTA NO PUEDE SER ANTERIOR AL "
                       "EXAMEN ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FOLIO-DOC TO TIT-REG-FOLIO-ACTA.
           MOVE WS-FECHA-CAPTURA TO TIT-REG-FECHA-ACTA.
           SET TIT-CON-ACTA TO TRUE.
           MOVE "ACTA REGISTRADA" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-TITULACION.
           EXIT.

       100600-TITULO.
      *    CON ACTA PASA A TRAMITE; EN TRAMITE SE ASIENTA EL FOLIO
      *    DEL TITULO REGISTRADO Y EL EXPEDIENTE SE CIERRA.
           PERFORM 100050-CAPTURA-FOLIO.
           IF NOT TITULACION-EXISTE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN TIT-CON-ACTA
                   DISPLAY "¿ENVIAR EL TITULO A TRAMITE DE REGISTRO? "
                           "(S/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRMA)
                       TO WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S"
                       EXIT PARAGRAPH
                   END-IF
                   SET TIT-EN-TRAMITE TO TRUE
                   MOVE "TITULO EN TRAMITE" TO WS-AUD-ACCION
               WHEN TIT-EN-TRAMITE
                   PERFORM 100080-CAPTURA-FOLIO-DOC
                   DISPLAY "LOG -- FECHA DE REGISTRO DEL TITULO"
                   PERFORM 100070-CAPTURA-FECHA
                   IF WS-FECHA-CAPTURA < TIT-REG-FECHA-ACTA
                       DISPLAY "**** EL REGISTRO NO PUEDE SER "
                               "ANTERIOR AL ACTA ***"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-FOLIO-DOC TO TIT-REG-FOLIO-TITULO
                   MOVE WS-FECHA-CAPTURA TO TIT-REG-FECHA-REGISTRO
                   SET TIT-REGISTRADO TO TRUE
                   MOVE "TITULO REGISTRADO" TO WS-AUD-ACCION
               WHEN OTHER
                   DISPLAY "**** EL EXPEDIENTE NO TIENE ACTA DE "
                           "EXAMEN ***"
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM 100900-GRABA-TITULACION.
           EXIT.

       100700-CONSULTA.
           PERFORM 100050-CAPTURA-FOLIO.
           IF NOT TITULACION-EXISTE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CARRERA " TIT-REG-CARRERA
                   "  EGRESO " TIT-REG-FECHA-EGRESO
                   "  MODALIDAD " TIT-REG-MODALIDAD.
           IF TIT-REG-TEMA NOT = SPACES
               DISPLAY "TEMA:   " TIT-REG-TEMA
           END-IF.
           IF TIT-REG-ASESOR NOT = SPACES
               DISPLAY "ASESOR: " TIT-REG-ASESOR
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               IF TIT-REG-JURADO(WS-IDX) NOT = SPACES
                   DISPLAY WS-JURADO-TITULO(WS-IDX) ": "
                           TIT-REG-JURADO(WS-IDX)
               END-IF
           END-PERFORM.
           IF TIT-REG-FECHA-EXAMEN NOT = ZEROS
               DISPLAY "EXAMEN: " TIT-REG-FECHA-EXAMEN
           END-IF.
           IF TIT-REG-FOLIO-ACTA NOT = SPACES
               DISPLAY "ACTA:   " TIT-REG-FOLIO-ACTA
                       " DEL " TIT-REG-FECHA-ACTA
           END-IF.
           IF TIT-REG-FOLIO-TITULO NOT = SPACES
               DISPLAY "TITULO: " TIT-REG-FOLIO-TITULO
                       " REGISTRADO EL " TIT-REG-FECHA-REGISTRO
           END-IF.
           EXIT.

       100900-GRABA-TITULACION.
      *    TODO CAMBIO DE ESTATUS REINICIA LA FECHA-ESTATUS, QUE ES
      *    LA QUE MIDE LA ANTIGUEDAD EN EL REPORTE DEL PIPELINE.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           IF TIT-REG-ESTATUS NOT = WS-ESTATUS-ANTES
               MOVE WS-AUD-FECHA TO TIT-REG-FECHA-ESTATUS
           END-IF.
           MOVE WS-AUD-FECHA TO TIT-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR-LOGIN TO TIT-REG-OPERADOR.
           IF TITULACION-EXISTE
               REWRITE TIT-REG-DOC
           ELSE
               WRITE TIT-REG-DOC
           END-IF.
           IF WS-STATUS-TIT NOT = "00"
               DISPLAY "**** ERROR AL GRABAR TITULACION.TXT, "
                       "STATUS: " WS-STATUS-TIT
           ELSE
               IF WS-MODO NOT = 1
                   DISPLAY "**** " FUNCTION TRIM(WS-AUD-ACCION) " ***"
               END-IF
               PERFORM 100910-AUDITORIA-LOG
           END-IF.
           EXIT.

       100910-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "TITULACION-MAKER" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TIT-REG-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-ACCION) DELIMITED BY SIZE
               " FOLIO " DELIMITED BY SIZE
               TIT-REG-FOLIO DELIMITED BY SIZE
               " ESTATUS " DELIMITED BY SIZE
               WS-ESTATUS-ANTES DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               TIT-REG-ESTATUS DELIMITED BY SIZE
               " MODALIDAD " DELIMITED BY SIZE
               TIT-REG-MODALIDAD DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM TITULACION-MAKER-DOC.
