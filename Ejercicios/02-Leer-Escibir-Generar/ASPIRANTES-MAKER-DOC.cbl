      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: CAPTURE AND MAINTAIN THE APPLICANTS FOR NEW ENTRY IN
      *          "aspirantes.txt": NAME, CONTACT, CURP, DESIRED
      *          CARRERA AND PLANTEL, THEN THE DOCUMENTS RECEIVED AND
      *          THE ADMISSION-EXAM SCORE AS THEY ARRIVE. LA DECISION
      *          LA TOMA ADMISION-CORRIDA-DOC; AQUI YA NO SE RE-TECLEA
      *          LA HOJA DE CALCULO DE ADMISIONES EN DATA-MAKER-DOC.
      *          EVERY MOVEMENT IS LOGGED TO "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASPIRANTES-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-ASPIRANTES ASSIGN TO "aspirantes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASP-REG-FOLIO
           FILE STATUS IS WS-STATUS-ASP.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-ASPIRANTES.
           COPY "ASP-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 IN-DATA.
               05 WS-FOLIO PIC 9(06) VALUE ZEROS.
               05 WS-NOMBRE PIC X(40) VALUE SPACES.
               05 WS-TELEFONO PIC X(10) VALUE SPACES.
               05 WS-EMAIL PIC X(30) VALUE SPACES.
               05 WS-CURP PIC X(18) VALUE SPACES.
               05 WS-CARRERA PIC X(02) VALUE SPACES.
               05 WS-CARRERA-NUM REDEFINES WS-CARRERA PIC 9(02).
               05 WS-PLANTEL PIC X(02) VALUE SPACES.
               05 WS-PLANTEL-NUM REDEFINES WS-PLANTEL PIC 9(02).
               05 WS-PUNTAJE PIC 9(04) VALUE ZEROS.
               05 WS-DOCUMENTO PIC X(01) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-ASP PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-ACCION PIC X(24) VALUE SPACES.
               05 WS-ULTIMO-FOLIO PIC 9(06) VALUE ZEROS.
               05 WS-CARRERA-NOMBRE PIC A(30).
               05 WS-CARRERA-DESC PIC A(40).
               05 WS-CARRERA-ENC PIC X VALUE "N".
                   88 CARRERA-ENCONTRADA VALUE "S".
               05 WS-PLANTEL-NOMBRE PIC A(30).
               05 WS-PLANTEL-ENC PIC X VALUE "N".
                   88 PLANTEL-ENCONTRADO VALUE "S".
               05 WS-CURP-DUPLICADA PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-LISTADOS PIC 9(05) VALUE ZEROS.

           01 WS-DOCUMENTOS-TITULOS.
               05 FILLER PIC X(24) VALUE "ACTA DE NACIMIENTO".
               05 FILLER PIC X(24) VALUE "CERTIFICADO BACHILLERATO".
               05 FILLER PIC X(24) VALUE "CURP".
               05 FILLER PIC X(24) VALUE "FOTOGRAFIAS".
               05 FILLER PIC X(24) VALUE "COMPROBANTE DE DOMICILIO".
           01 WS-DOCUMENTOS-TABLA REDEFINES WS-DOCUMENTOS-TITULOS.
               05 WS-DOCUMENTO-TITULO PIC X(24) OCCURS 5 TIMES.

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(01).

           01 SWITCHES.
               05 WS-ASP-EXISTE PIC X VALUE "N".
                   88 ASPIRANTE-EXISTE VALUE "S".
               05 WS-FIN-ASP PIC X VALUE "N".
                   88 FIN-ASPIRANTES VALUE "S".
               05 WS-CURP-OK PIC X VALUE "N".
                   88 CURP-ACEPTADA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(1:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CAPTURA ***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-ASPIRANTES.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-ASPIRANTES.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100005-ABRE-ASPIRANTES.
           OPEN I-O DOC-ASPIRANTES.
           IF WS-STATUS-ASP = "35"
               OPEN OUTPUT DOC-ASPIRANTES
               CLOSE DOC-ASPIRANTES
               OPEN I-O DOC-ASPIRANTES
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- ASPIRANTES DE NUEVO INGRESO --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] CAPTURAR ASPIRANTE".
           DISPLAY "  [2] CORREGIR DATOS DEL ASPIRANTE".
           DISPLAY "  [3] DOCUMENTOS Y PUNTAJE DEL EXAMEN".
           DISPLAY "  [4] CONSULTAR".
           DISPLAY "  [5] LISTAR ASPIRANTES".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-CAPTURA
               WHEN 2
                   PERFORM 100200-CORRIGE
               WHEN 3
                   PERFORM 100300-DOCUMENTOS
               WHEN 4
                   PERFORM 100400-CONSULTA
               WHEN 5
                   PERFORM 100500-LISTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-FOLIO.
           MOVE "N" TO WS-ASP-EXISTE.
           DISPLAY "LOG -- FOLIO DEL ASPIRANTE: " WITH NO ADVANCING.
           ACCEPT WS-FOLIO.
           MOVE WS-FOLIO TO ASP-REG-FOLIO.
           READ DOC-ASPIRANTES
               INVALID KEY
                   DISPLAY "**** EL FOLIO NO EXISTE ***"
               NOT INVALID KEY
                   SET ASPIRANTE-EXISTE TO TRUE
                   DISPLAY "ASPIRANTE: " FUNCTION TRIM(ASP-REG-NOMBRE)
                           "  CARRERA " ASP-REG-CARRERA
                           "  PLANTEL " ASP-REG-PLANTEL
                           "  RESULTADO " ASP-REG-RESULTADO
           END-READ.
           EXIT.

       100060-CAPTURA-DATOS.
      *    NOMBRE, CONTACTO, CURP, CARRERA Y PLANTEL; CARRERA Y
      *    PLANTEL SE VALIDAN CONTRA SUS CATALOGOS.
           MOVE SPACES TO WS-NOMBRE.
           PERFORM UNTIL WS-NOMBRE NOT = SPACES
               DISPLAY "LOG -- NOMBRE COMPLETO: " WITH NO ADVANCING
               ACCEPT WS-NOMBRE
               MOVE FUNCTION UPPER-CASE(WS-NOMBRE) TO WS-NOMBRE
           END-PERFORM.
           DISPLAY "LOG -- TELEFONO: " WITH NO ADVANCING.
           ACCEPT WS-TELEFONO.
           DISPLAY "LOG -- EMAIL: " WITH NO ADVANCING.
           ACCEPT WS-EMAIL.
           MOVE "N" TO WS-CURP-OK.
           PERFORM UNTIL CURP-ACEPTADA
               DISPLAY "LOG -- CURP (18 CARACTERES): "
                       WITH NO ADVANCING
               ACCEPT WS-CURP
               MOVE FUNCTION UPPER-CASE(WS-CURP) TO WS-CURP
               PERFORM 100070-VALIDA-CURP
           END-PERFORM.
           MOVE "N" TO WS-CARRERA-ENC.
           PERFORM UNTIL CARRERA-ENCONTRADA
               DISPLAY "LOG -- CARRERA DESEADA: " WITH NO ADVANCING
               ACCEPT WS-CARRERA
               CALL "CARRERA-SEARCH" USING
                   WS-CARRERA WS-CARRERA-NOMBRE WS-CARRERA-DESC
                   WS-CARRERA-ENC
               IF CARRERA-ENCONTRADA
                   DISPLAY "   " FUNCTION TRIM(WS-CARRERA-NOMBRE)
               ELSE
                   DISPLAY "**** LA CARRERA NO EXISTE ***"
               END-IF
           END-PERFORM.
      *    EL PLANTEL 01 SE ACEPTA AUNQUE NO ESTE EN EL CATALOGO,
      *    IGUAL QUE EN DATA-MAKER-DOC.
           MOVE "N" TO WS-PLANTEL-ENC.
           PERFORM UNTIL PLANTEL-ENCONTRADO
               DISPLAY "LOG -- PLANTEL DESEADO: " WITH NO ADVANCING
               ACCEPT WS-PLANTEL
               CALL "PLANTEL-SEARCH" USING
                   WS-PLANTEL WS-PLANTEL-NOMBRE WS-PLANTEL-ENC
               IF WS-PLANTEL = "01"
                   SET PLANTEL-ENCONTRADO TO TRUE
               END-IF
               IF NOT PLANTEL-ENCONTRADO
                   DISPLAY "**** EL PLANTEL NO EXISTE ***"
               END-IF
           END-PERFORM.
           EXIT.

       100070-VALIDA-CURP.
      *    LA CURP VA COMPLETA (18 POSICIONES SIN BLANCOS) Y NO SE
      *    PUEDE REPETIR EN OTRO FOLIO: UN ASPIRANTE, UN REGISTRO.
           MOVE "N" TO WS-CURP-OK.
           IF WS-CURP = SPACES OR WS-CURP(18:1) = SPACE
               DISPLAY "**** LA CURP DEBE TENER 18 CARACTERES ***"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-CURP)) NOT = 18
               DISPLAY "**** LA CURP NO PUEDE LLEVAR ESPACIOS ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100080-BUSCA-CURP.
           IF WS-CURP-DUPLICADA NOT = ZEROS
               DISPLAY "**** LA CURP YA ESTA REGISTRADA EN EL FOLIO "
                       WS-CURP-DUPLICADA " ***"
               EXIT PARAGRAPH
           END-IF.
           SET CURP-ACEPTADA TO TRUE.
           EXIT.

       100080-BUSCA-CURP.
      *    RECORRE EL ARCHIVO; AL TERMINAR DEJA EL REGISTRO DEL FOLIO
      *    EN CAPTURA OTRA VEZ EN EL AREA (SI EXISTE), PORQUE LA
      *    CORRECCION LO REESCRIBE DESPUES.
           MOVE ZEROS TO WS-CURP-DUPLICADA.
           MOVE ZEROS TO ASP-REG-FOLIO.
           MOVE "N" TO WS-FIN-ASP.
           START DOC-ASPIRANTES KEY IS NOT LESS THAN ASP-REG-FOLIO
               INVALID KEY
                   SET FIN-ASPIRANTES TO TRUE
           END-START.
           PERFORM UNTIL FIN-ASPIRANTES
               READ DOC-ASPIRANTES NEXT RECORD
                   AT END
                       SET FIN-ASPIRANTES TO TRUE
                   NOT AT END
                       IF ASP-REG-CURP = WS-CURP
                           AND ASP-REG-FOLIO NOT = WS-FOLIO
                           MOVE ASP-REG-FOLIO TO WS-CURP-DUPLICADA
                       END-IF
               END-READ
           END-PERFORM.
           IF ASPIRANTE-EXISTE
               MOVE WS-FOLIO TO ASP-REG-FOLIO
               READ DOC-ASPIRANTES
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           EXIT.

       100090-SIGUIENTE-FOLIO.
           MOVE ZEROS TO WS-ULTIMO-FOLIO.
           MOVE ZEROS TO ASP-REG-FOLIO.
           MOVE "N" TO WS-FIN-ASP.
           START DOC-ASPIRANTES KEY IS NOT LESS THAN ASP-REG-FOLIO
               INVALID KEY
                   SET FIN-ASPIRANTES TO TRUE
           END-START.
           PERFORM UNTIL FIN-ASPIRANTES
               READ DOC-ASPIRANTES NEXT RECORD
                   AT END
                       SET FIN-ASPIRANTES TO TRUE
                   NOT AT END
                       MOVE ASP-REG-FOLIO TO WS-ULTIMO-FOLIO
               END-READ
           END-PERFORM.
           COMPUTE WS-FOLIO = WS-ULTIMO-FOLIO + 1.
           EXIT.

       100100-CAPTURA.
           MOVE "N" TO WS-ASP-EXISTE.
           PERFORM 100090-SIGUIENTE-FOLIO.
           DISPLAY "FOLIO ASIGNADO: " WS-FOLIO.
           PERFORM 100060-CAPTURA-DATOS.
           INITIALIZE ASP-REG-DOC.
           MOVE WS-FOLIO TO ASP-REG-FOLIO.
           PERFORM 100110-MUEVE-DATOS.
           MOVE "NNNNN" TO ASP-REG-DOCUMENTOS.
           MOVE SPACES TO ASP-REG-RESULTADO ASP-REG-MOTIVO.
           ACCEPT ASP-REG-FECHA-CAPTURA FROM DATE YYYYMMDD.
           MOVE "ASPIRANTE CAPTURADO" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-ASPIRANTE.
           EXIT.

       100110-MUEVE-DATOS.
           MOVE WS-NOMBRE TO ASP-REG-NOMBRE.
           MOVE WS-TELEFONO TO ASP-REG-TELEFONO.
           MOVE WS-EMAIL TO ASP-REG-EMAIL.
           MOVE WS-CURP TO ASP-REG-CURP.
           MOVE WS-CARRERA-NUM TO ASP-REG-CARRERA.
           MOVE WS-PLANTEL-NUM TO ASP-REG-PLANTEL.
           EXIT.

       100200-CORRIGE.
      *    UN ADMITIDO YA TIENE CLAVE Y VIAJO EN LA CARGA; SUS DATOS
      *    SE CORRIGEN YA COMO ESTUDIANTE.
           PERFORM 100050-CAPTURA-FOLIO.
           IF NOT ASPIRANTE-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF ASP-ADMITIDO
               DISPLAY "**** ASPIRANTE ADMITIDO CON CLAVE "
                       ASP-REG-CLAVE-ASIGNADA
                       "; CORRIJA EN ESTUDIANTES ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100060-CAPTURA-DATOS.
           PERFORM 100110-MUEVE-DATOS.
           MOVE "DATOS CORREGIDOS" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-ASPIRANTE.
           EXIT.

       100300-DOCUMENTOS.
           PERFORM 100050-CAPTURA-FOLIO.
           IF NOT ASPIRANTE-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF ASP-ADMITIDO
               DISPLAY "**** EL ASPIRANTE YA FUE ADMITIDO ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               MOVE SPACES TO WS-DOCUMENTO
               PERFORM UNTIL WS-DOCUMENTO = "S" OR WS-DOCUMENTO = "N"
                   DISPLAY "LOG -- " WS-DOCUMENTO-TITULO(WS-IDX)
                           " [" ASP-REG-DOC-RECIBIDO(WS-IDX)
                           "] RECIBIDO (S/N): " WITH NO ADVANCING
                   ACCEPT WS-DOCUMENTO
                   MOVE FUNCTION UPPER-CASE(WS-DOCUMENTO)
                       TO WS-DOCUMENTO
               END-PERFORM
               MOVE WS-DOCUMENTO TO ASP-REG-DOC-RECIBIDO(WS-IDX)
           END-PERFORM.
           DISPLAY "LOG -- PUNTAJE DEL EXAMEN DE ADMISION ["
                   ASP-REG-PUNTAJE "]: " WITH NO ADVANCING.
           ACCEPT WS-PUNTAJE.
           MOVE WS-PUNTAJE TO ASP-REG-PUNTAJE.
           MOVE "DOCUMENTOS Y PUNTAJE" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-ASPIRANTE.
           EXIT.

       100400-CONSULTA.
           PERFORM 100050-CAPTURA-FOLIO.
           IF NOT ASPIRANTE-EXISTE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CURP:     " ASP-REG-CURP.
           DISPLAY "TELEFONO: " ASP-REG-TELEFONO
                   "  EMAIL: " ASP-REG-EMAIL.
           DISPLAY "PUNTAJE:  " ASP-REG-PUNTAJE
                   "  CAPTURADO EL " ASP-REG-FECHA-CAPTURA.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               DISPLAY "   " WS-DOCUMENTO-TITULO(WS-IDX) ": "
                       ASP-REG-DOC-RECIBIDO(WS-IDX)
           END-PERFORM.
           IF NOT ASP-SIN-RESULTADO
               DISPLAY "RESULTADO " ASP-REG-RESULTADO
                       " " ASP-REG-MOTIVO
                       "  LUGAR " ASP-REG-LUGAR
                       "  DEL " ASP-REG-FECHA-RESULTADO
           END-IF.
           IF ASP-ADMITIDO
               DISPLAY "CLAVE DE ESTUDIANTE: " ASP-REG-CLAVE-ASIGNADA
           END-IF.
           EXIT.

       100500-LISTA.
           MOVE ZEROS TO WS-TOTAL-LISTADOS.
           MOVE ZEROS TO ASP-REG-FOLIO.
           MOVE "N" TO WS-FIN-ASP.
           START DOC-ASPIRANTES KEY IS NOT LESS THAN ASP-REG-FOLIO
               INVALID KEY
                   SET FIN-ASPIRANTES TO TRUE
           END-START.
           PERFORM UNTIL FIN-ASPIRANTES
               READ DOC-ASPIRANTES NEXT RECORD
                   AT END
                       SET FIN-ASPIRANTES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADOS
                       DISPLAY ASP-REG-FOLIO " " ASP-REG-NOMBRE " "
                               ASP-REG-CARRERA "/" ASP-REG-PLANTEL " "
                               ASP-REG-PUNTAJE " "
                               ASP-REG-DOCUMENTOS " "
                               ASP-REG-RESULTADO
               END-READ
           END-PERFORM.
           DISPLAY "**** ASPIRANTES: " WS-TOTAL-LISTADOS " ***".
           EXIT.

       100900-GRABA-ASPIRANTE.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA TO ASP-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR-LOGIN TO ASP-REG-OPERADOR.
           IF ASPIRANTE-EXISTE
               REWRITE ASP-REG-DOC
           ELSE
               WRITE ASP-REG-DOC
           END-IF.
           IF WS-STATUS-ASP NOT = "00"
               DISPLAY "**** ERROR AL GRABAR ASPIRANTES.TXT, "
                       "STATUS: " WS-STATUS-ASP
           ELSE
               DISPLAY "**** " FUNCTION TRIM(WS-AUD-ACCION) " ***"
               PERFORM 100910-AUDITORIA-LOG
           END-IF.
           EXIT.

       100910-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "ASPIRANTES-MAKER" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00" DELIMITED BY SIZE
               ASP-REG-FOLIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-ACCION) DELIMITED BY SIZE
               " CURP " DELIMITED BY SIZE
               ASP-REG-CURP DELIMITED BY SIZE
               " CARRERA " DELIMITED BY SIZE
               ASP-REG-CARRERA DELIMITED BY SIZE
               " PLANTEL " DELIMITED BY SIZE
               ASP-REG-PLANTEL DELIMITED BY SIZE
               " PUNTAJE " DELIMITED BY SIZE
               ASP-REG-PUNTAJE DELIMITED BY SIZE
               " DOCS " DELIMITED BY SIZE
               ASP-REG-DOCUMENTOS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM ASPIRANTES-MAKER-DOC.
