      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN THE PROFESSOR PERSONNEL FILE
      *          "personal-profes.txt" (EXTENSION OF "profesores.txt"
      *          KEYED BY PROF-REG-CLAVE): TIPO DE CONTRATO, FECHA DE
      *          INGRESO Y DE FIN DE CONTRATO, GRADO MAXIMO, CEDULA
      *          PROFESIONAL, VIGENCIA DE LA CREDENCIAL Y CATEGORIA DEL
      *          TABULADOR. LO QUE ANTES VIVIA EN LAS CARPETAS DE
      *          RECURSOS HUMANOS. LAS ALERTAS DE VENCIMIENTO SALEN DE
      *          CONTRATOS-ALERTA-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONAL-PROFES-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-PERSONAL ASSIGN TO "personal-profes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-REG-PROFE-CLAVE
           FILE STATUS IS WS-STATUS-PER.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-PERSONAL.
           COPY "PER-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 IN-DATA.
               05 WS-PROFE PIC 9(03) VALUE ZEROS.
               05 WS-CONTRATO PIC X(01) VALUE SPACES.
               05 WS-FECHA-INGRESO PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-FIN PIC 9(08) VALUE ZEROS.
               05 WS-GRADO PIC X(01) VALUE SPACES.
               05 WS-CEDULA PIC X(10) VALUE SPACES.
               05 WS-VIGENCIA PIC 9(08) VALUE ZEROS.
               05 WS-CATEGORIA PIC X(02) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-PER PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-ACCION PIC X(20) VALUE SPACES.
               05 WS-FECHA-VALIDAR PIC 9(08) VALUE ZEROS.

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-EXISTE PIC X VALUE "N".
                   88 EXPEDIENTE-EXISTE VALUE "S".
               05 WS-FECHA-OK PIC X VALUE "N".
                   88 FECHA-ACEPTADA VALUE "S".
               05 WS-FIN-PER PIC X VALUE "N".
                   88 FIN-PERSONAL VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(3:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CATALOGOS ***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-PERSONAL.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-PERSONAL.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100005-ABRE-PERSONAL.
           OPEN I-O DOC-PERSONAL.
           IF WS-STATUS-PER = "35"
               OPEN OUTPUT DOC-PERSONAL
               CLOSE DOC-PERSONAL
               OPEN I-O DOC-PERSONAL
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "---- EXPEDIENTE DE PERSONAL DOCENTE ----".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] CAPTURAR / ACTUALIZAR EXPEDIENTE".
           DISPLAY "  [2] CONSULTAR EXPEDIENTE".
           DISPLAY "  [3] LISTAR EXPEDIENTES".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-CAPTURA
               WHEN 2
                   PERFORM 100200-CONSULTA
               WHEN 3
                   PERFORM 100300-LISTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-PROFESOR.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           PERFORM UNTIL PROFESOR-ENCONTRADO
               DISPLAY "LOG -- CLAVE DEL PROFESOR: " WITH NO ADVANCING
               ACCEPT WS-PROFE
               MOVE SPACES TO WS-PROF-NOMBRE-LK
               MOVE "N" TO WS-PROF-ENCONTRADO
               MOVE WS-PROFE TO WS-PROF-CLAVE-LK
               CALL "PROFESOR-SEARCH" USING
                   WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK
                   WS-PROF-ENCONTRADO
               IF PROFESOR-ENCONTRADO
                   DISPLAY "PROFESOR: " WS-PROF-NOMBRE-LK
               ELSE
                   DISPLAY "**** CLAVE NO EXISTE EN PROFESORES.TXT "
                           "(USE PROFESOR-MAKER-DOC) ***"
               END-IF
           END-PERFORM.
           EXIT.

       100100-CAPTURA.
           PERFORM 100050-CAPTURA-PROFESOR.
           MOVE WS-PROFE TO PER-REG-PROFE-CLAVE.
           MOVE "N" TO WS-EXISTE.
           READ DOC-PERSONAL
               INVALID KEY
                   INITIALIZE PER-REG-DOC
                   MOVE WS-PROFE TO PER-REG-PROFE-CLAVE
               NOT INVALID KEY
                   SET EXPEDIENTE-EXISTE TO TRUE
                   PERFORM 100210-MUESTRA-EXPEDIENTE
           END-READ.
           MOVE SPACES TO WS-CONTRATO.
           PERFORM UNTIL WS-CONTRATO = "B" OR WS-CONTRATO = "T"
                   OR WS-CONTRATO = "H"
               DISPLAY "LOG -- CONTRATO (B)ASE / (T)EMPORAL / "
                       "(H)ONORARIOS: " WITH NO ADVANCING
               ACCEPT WS-CONTRATO
               MOVE FUNCTION UPPER-CASE(WS-CONTRATO) TO WS-CONTRATO
           END-PERFORM.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- FECHA DE INGRESO (AAAAMMDD): "
                       WITH NO ADVANCING
               ACCEPT WS-FECHA-INGRESO
               MOVE WS-FECHA-INGRESO TO WS-FECHA-VALIDAR
               PERFORM 100110-VALIDA-FECHA
           END-PERFORM.
      *    EL CONTRATO DE BASE NO TIENE TERMINO; LOS DEMAS SI.
           MOVE ZEROS TO WS-FECHA-FIN.
           IF WS-CONTRATO NOT = "B"
               MOVE "N" TO WS-FECHA-OK
               PERFORM UNTIL FECHA-ACEPTADA
                   DISPLAY "LOG -- FIN DE CONTRATO (AAAAMMDD): "
                           WITH NO ADVANCING
                   ACCEPT WS-FECHA-FIN
                   MOVE WS-FECHA-FIN TO WS-FECHA-VALIDAR
                   PERFORM 100110-VALIDA-FECHA
                   IF FECHA-ACEPTADA
                       AND WS-FECHA-FIN < WS-FECHA-INGRESO
                       MOVE "N" TO WS-FECHA-OK
                       DISPLAY "**** EL FIN NO PUEDE SER ANTERIOR AL "
                               "INGRESO ***"
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-GRADO.
           PERFORM UNTIL WS-GRADO = "L" OR WS-GRADO = "E"
                   OR WS-GRADO = "M" OR WS-GRADO = "D"
               DISPLAY "LOG -- GRADO MAXIMO (L)IC / (E)SP / (M)AES / "
                       "(D)OC: " WITH NO ADVANCING
               ACCEPT WS-GRADO
               MOVE FUNCTION UPPER-CASE(WS-GRADO) TO WS-GRADO
           END-PERFORM.
           DISPLAY "LOG -- CEDULA PROFESIONAL: " WITH NO ADVANCING.
           ACCEPT WS-CEDULA.
           MOVE FUNCTION UPPER-CASE(WS-CEDULA) TO WS-CEDULA.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- VIGENCIA DE LA CREDENCIAL (AAAAMMDD, "
                       "0 = NO VENCE): " WITH NO ADVANCING
               ACCEPT WS-VIGENCIA
               IF WS-VIGENCIA = ZEROS
                   SET FECHA-ACEPTADA TO TRUE
               ELSE
                   MOVE WS-VIGENCIA TO WS-FECHA-VALIDAR
                   PERFORM 100110-VALIDA-FECHA
               END-IF
           END-PERFORM.
      *    LA CATEGORIA ES LA QUE FIJA LA TARIFA POR HORA EN EL
      *    TABULADOR (TABULADOR-MAKER-DOC) PARA LA PRENOMINA.
           MOVE SPACES TO WS-CATEGORIA.
           PERFORM UNTIL WS-CATEGORIA NOT = SPACES
               DISPLAY "LOG -- CATEGORIA DEL TABULADOR (EJ. A1): "
                       WITH NO ADVANCING
               ACCEPT WS-CATEGORIA
               MOVE FUNCTION UPPER-CASE(WS-CATEGORIA) TO WS-CATEGORIA
           END-PERFORM.
           PERFORM 100120-GRABA-EXPEDIENTE.
           EXIT.

       100110-VALIDA-FECHA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-VALIDAR) = ZEROS
               SET FECHA-ACEPTADA TO TRUE
           ELSE
               MOVE "N" TO WS-FECHA-OK
               DISPLAY "**** FECHA INVALIDA ***"
           END-IF.
           EXIT.

       100120-GRABA-EXPEDIENTE.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-PROFE TO PER-REG-PROFE-CLAVE.
           MOVE WS-CONTRATO TO PER-REG-CONTRATO.
           MOVE WS-FECHA-INGRESO TO PER-REG-FECHA-INGRESO.
           MOVE WS-FECHA-FIN TO PER-REG-FECHA-FIN.
           MOVE WS-GRADO TO PER-REG-GRADO.
           MOVE WS-CEDULA TO PER-REG-CEDULA.
           MOVE WS-VIGENCIA TO PER-REG-VIGENCIA-CREDENCIAL.
           MOVE WS-CATEGORIA TO PER-REG-CATEGORIA.
           MOVE WS-AUD-FECHA TO PER-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR-LOGIN TO PER-REG-OPERADOR.
           IF EXPEDIENTE-EXISTE
               REWRITE PER-REG-DOC
               MOVE "EXPEDIENTE ACTUALIZADO" TO WS-AUD-ACCION
           ELSE
               WRITE PER-REG-DOC
               MOVE "EXPEDIENTE CAPTURADO" TO WS-AUD-ACCION
           END-IF.
           IF WS-STATUS-PER NOT = "00"
               DISPLAY "**** ERROR AL GRABAR PERSONAL-PROFES.TXT, "
                       "STATUS: " WS-STATUS-PER
           ELSE
               DISPLAY "**** " FUNCTION TRIM(WS-AUD-ACCION) " ***"
               PERFORM 100500-AUDITORIA-LOG
           END-IF.
           EXIT.

       100200-CONSULTA.
           DISPLAY "LOG -- CLAVE DEL PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROFE.
           MOVE WS-PROFE TO PER-REG-PROFE-CLAVE.
           READ DOC-PERSONAL
               INVALID KEY
                   DISPLAY "**** EL PROFESOR NO TIENE EXPEDIENTE ***"
               NOT INVALID KEY
                   PERFORM 100210-MUESTRA-EXPEDIENTE
           END-READ.
           EXIT.

       100210-MUESTRA-EXPEDIENTE.
           DISPLAY "PROFESOR " PER-REG-PROFE-CLAVE
                   " CONTRATO " PER-REG-CONTRATO
                   " INGRESO " PER-REG-FECHA-INGRESO
                   " FIN " PER-REG-FECHA-FIN.
           DISPLAY "   GRADO " PER-REG-GRADO
                   " CEDULA " PER-REG-CEDULA
                   " VIGENCIA CREDENCIAL " PER-REG-VIGENCIA-CREDENCIAL
                   " CATEGORIA " PER-REG-CATEGORIA.
           DISPLAY "   (ACTUALIZO " PER-REG-OPERADOR " EL "
                   PER-REG-FECHA-ACTUALIZA ")".
           EXIT.

       100300-LISTA.
           MOVE "N" TO WS-FIN-PER.
           MOVE ZEROS TO PER-REG-PROFE-CLAVE.
           START DOC-PERSONAL KEY IS NOT LESS THAN PER-REG-PROFE-CLAVE
               INVALID KEY
                   SET FIN-PERSONAL TO TRUE
           END-START.
           PERFORM UNTIL FIN-PERSONAL
               READ DOC-PERSONAL NEXT RECORD
                   AT END
                       SET FIN-PERSONAL TO TRUE
                   NOT AT END
                       PERFORM 100210-MUESTRA-EXPEDIENTE
               END-READ
           END-PERFORM.
           EXIT.

       100500-AUDITORIA-LOG.
      *    LA CLAVE DEL PROFESOR VA RELLENA A 8 EN LA POSICION DE LA
      *    CLAVE, COMO EN LAS DEMAS LINEAS DE BITACORA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "PERSONAL-PROFES" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000" DELIMITED BY SIZE
               WS-PROFE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-ACCION) DELIMITED BY SIZE
               " CONTRATO " DELIMITED BY SIZE
               WS-CONTRATO DELIMITED BY SIZE
               " FIN " DELIMITED BY SIZE
               WS-FECHA-FIN DELIMITED BY SIZE
               " CATEGORIA " DELIMITED BY SIZE
               WS-CATEGORIA DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM PERSONAL-PROFES-MAKER-DOC.
