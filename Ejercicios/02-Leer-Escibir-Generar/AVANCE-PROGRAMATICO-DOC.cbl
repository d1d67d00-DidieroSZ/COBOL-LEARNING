      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: CAPTURE THE COURSE PROGRESS LOG
      *          "avance-programatico.txt" (AVA-REG-DOC): POR GRUPO Y
      *          FECHA, LAS UNIDADES DEL TEMARIO ("temario.txt") QUE
      *          SE CUBRIERON EN ESA SESION. LA SESION DEBE ESTAR YA
      *          REGISTRADA EN "asistencia-profes.txt" COMO PRESENTE O
      *          SUPLIDA (ASISTENCIA-PROFE-DOC), Y EL AVANCE QUEDA A
      *          NOMBRE DE QUIEN LA IMPARTIO. EL PROFESOR FIRMA CON SU
      *          USUARIO (USUARIO-LOGIN) Y SU CLAVE SALE DE
      *          TUTOR-ROL-SEARCH: SOLO CAPTURA EN SUS GRUPOS O EN LAS
      *          SESIONES QUE SUPLIO; EL ROL ADMIN CAPTURA EN
      *          CUALQUIERA. EVERY UNIT IS LOGGED TO "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVANCE-PROGRAMATICO-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-AVANCE ASSIGN TO "avance-programatico.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVA-REG-LLAVE
           FILE STATUS IS WS-STATUS-AVA.
       SELECT DOC-TEMARIO ASSIGN TO "temario.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEM-REG-LLAVE
           FILE STATUS IS WS-STATUS-TEM.
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-REG-LLAVE
           FILE STATUS IS WS-STATUS-MAT.
       SELECT DOC-ASI-PROF ASSIGN TO "asistencia-profes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APF-REG-LLAVE
           FILE STATUS IS WS-STATUS-APF.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-AVANCE.
           COPY "AVA-REG-DOC.cpy".

           FD DOC-TEMARIO.
           COPY "TEM-REG-DOC.cpy".

           FD MAT-DOC.
           COPY "MAT-REG-DOC.cpy".

           FD DOC-ASI-PROF.
      *    MISMO REGISTRO QUE ASISTENCIA-PROFE-DOC.
           01 APF-REG-DOC.
               05 APF-REG-LLAVE.
                   10 APF-REG-MATERIA PIC X(06).
                   10 APF-REG-FECHA PIC 9(08).
               05 APF-REG-TITULAR PIC 9(03).
               05 APF-REG-ESTADO PIC X(01).
               05 APF-REG-SUPLENTE PIC 9(03).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-AVA PIC XX.
               05 WS-STATUS-TEM PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-APF PIC XX.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-MAT-CAPTURA.
                   10 WS-MAT-CAP-CLAVE PIC X(04).
                   10 WS-MAT-CAP-GRUPO PIC X(02).
               05 WS-FECHA-SESION PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-CAPTURA PIC X(08) VALUE SPACES.
               05 WS-TITULAR PIC 9(03) VALUE ZEROS.
               05 WS-PROFE-IMPARTIO PIC 9(03) VALUE ZEROS.
               05 WS-UNIDAD PIC 9(02) VALUE ZEROS.
               05 WS-MARCA PIC X(08) VALUE SPACES.
               05 WS-TOTAL-UNIDADES PIC 9(03) VALUE ZEROS.
               05 WS-TOTAL-VISTAS PIC 9(03) VALUE ZEROS.
               05 WS-CAPTURADAS PIC 9(03) VALUE ZEROS.
               05 WS-MOVIMIENTO PIC X(10) VALUE SPACES.
               05 WS-PROFE-SESION PIC 9(03) VALUE ZEROS.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-MAT-ENCONTRADA PIC X VALUE "N".
                   88 MATERIA-ENCONTRADA VALUE "S".
               05 WS-SESION-OK PIC X VALUE "N".
                   88 SESION-OK VALUE "S".
               05 WS-FIN-TEM PIC X VALUE "N".
                   88 FIN-TEMARIO VALUE "S".
               05 WS-FIN-CAPTURA PIC X VALUE "N".
                   88 FIN-CAPTURA VALUE "S".
               05 WS-UNIDAD-EXISTE PIC X VALUE "N".
                   88 UNIDAD-EXISTE VALUE "S".

       PROCEDURE DIVISION.

      *    SOLO UN USUARIO LIGADO A UN PROFESOR (USU-REG-PROFE), O UN
      *    ADMINISTRADOR, CAPTURA AVANCE.
       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-PROFE-SESION = ZEROS AND WS-ROLES-SESION(5:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO ESTA LIGADO A UN PROFESOR "
                   "(USE USUARIOS-MAKER-DOC) ***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-AVANCE.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-AVANCE.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           IF SESION-FIRMADA
               CALL "TUTOR-ROL-SEARCH" USING
                   WS-OPERADOR-LOGIN WS-PROFE-SESION
               IF WS-PROFE-SESION NOT = ZEROS
                   MOVE WS-PROFE-SESION TO WS-PROF-CLAVE-LK
                   PERFORM 100270-RESUELVE-PROFESOR
                   DISPLAY "PROFESOR: " WS-PROFE-SESION " "
                           WS-PROF-NOMBRE-LK
               END-IF
           END-IF.
           EXIT.

       100005-ABRE-AVANCE.
           OPEN I-O DOC-AVANCE.
           IF WS-STATUS-AVA = "35"
               OPEN OUTPUT DOC-AVANCE
               CLOSE DOC-AVANCE
               OPEN I-O DOC-AVANCE
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- AVANCE PROGRAMATICO --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] REGISTRAR UNIDADES VISTAS EN UNA SESION".
           DISPLAY "  [2] CONSULTAR AVANCE DE UN GRUPO".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-REGISTRA
               WHEN 2
                   PERFORM 100200-CONSULTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-GRUPO.
           MOVE "N" TO WS-MAT-ENCONTRADA.
           DISPLAY "LOG -- CLAVE de la materia: " WITH NO ADVANCING.
           ACCEPT WS-MAT-CAP-CLAVE.
           DISPLAY "LOG -- GRUPO (EJ. 01): " WITH NO ADVANCING.
           ACCEPT WS-MAT-CAP-GRUPO.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** ERROR AL ABRIR MATERIAS.TXT, STATUS: "
                       WS-STATUS-MAT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAT-CAPTURA TO MAT-REG-LLAVE.
           READ MAT-DOC
               INVALID KEY
                   DISPLAY "**** MATERIA NO EXISTE EN MATERIAS.TXT ***"
               NOT INVALID KEY
                   SET MATERIA-ENCONTRADA TO TRUE
                   MOVE MAT-REG-PROFE-CLAVE TO WS-TITULAR
                   MOVE MAT-REG-PROFE-CLAVE TO WS-PROF-CLAVE-LK
                   PERFORM 100270-RESUELVE-PROFESOR
                   DISPLAY "MATERIA: " MAT-REG-NOMBRE
                   DISPLAY "TITULAR: " WS-PROF-NOMBRE-LK
           END-READ.
           CLOSE MAT-DOC.
           EXIT.

       100100-REGISTRA.
           PERFORM 100050-CAPTURA-GRUPO.
           IF NOT MATERIA-ENCONTRADA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100150-CAPTURA-FECHA.
           PERFORM 100160-VALIDA-SESION.
           IF NOT SESION-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100210-MUESTRA-TEMARIO.
           IF WS-TOTAL-UNIDADES = ZEROS
               DISPLAY "**** LA MATERIA NO TIENE TEMARIO (USE "
                       "TEMARIO-MAKER-DOC) ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-CAPTURADAS.
           MOVE "N" TO WS-FIN-CAPTURA.
           PERFORM UNTIL FIN-CAPTURA
               DISPLAY "LOG -- UNIDAD VISTA (00 = TERMINAR): "
                       WITH NO ADVANCING
               MOVE ZEROS TO WS-UNIDAD
               ACCEPT WS-UNIDAD
               IF WS-UNIDAD = ZEROS
                   SET FIN-CAPTURA TO TRUE
               ELSE
                   PERFORM 100170-GRABA-UNIDAD
               END-IF
           END-PERFORM.
           DISPLAY "UNIDADES REGISTRADAS EN LA SESION: " WS-CAPTURADAS.
           EXIT.

       100150-CAPTURA-FECHA.
           ACCEPT WS-FECHA-SESION FROM DATE YYYYMMDD.
           DISPLAY "LOG -- FECHA DE LA SESION (AAAAMMDD, ENTER = HOY): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
           IF WS-FECHA-CAPTURA = SPACES
               CONTINUE
           ELSE
               IF WS-FECHA-CAPTURA IS NUMERIC
                   MOVE WS-FECHA-CAPTURA TO WS-FECHA-SESION
               ELSE
                   DISPLAY "**** FECHA INVALIDA, SE USA LA DE HOY ***"
               END-IF
           END-IF.
           EXIT.

       100160-VALIDA-SESION.
      *    EL AVANCE SE AMARRA A UNA SESION IMPARTIDA: "P" LA DIO EL
      *    TITULAR, "S" EL SUPLENTE; SIN SESION O CON "A" NO HUBO
      *    CLASE QUE REPORTAR.
           MOVE "N" TO WS-SESION-OK.
           OPEN INPUT DOC-ASI-PROF.
           IF WS-STATUS-APF NOT = "00"
               DISPLAY "**** SIN SESIONES REGISTRADAS; REGISTRE LA "
                       "SESION EN ASISTENCIA-PROFE-DOC ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAT-CAPTURA TO APF-REG-MATERIA.
           MOVE WS-FECHA-SESION TO APF-REG-FECHA.
           READ DOC-ASI-PROF
               INVALID KEY
                   DISPLAY "**** NO HAY SESION DEL GRUPO EL "
                           WS-FECHA-SESION "; REGISTRELA EN "
                           "ASISTENCIA-PROFE-DOC ***"
               NOT INVALID KEY
                   EVALUATE APF-REG-ESTADO
                       WHEN "P"
                           MOVE APF-REG-TITULAR TO WS-PROFE-IMPARTIO
                           SET SESION-OK TO TRUE
                       WHEN "S"
                           MOVE APF-REG-SUPLENTE TO WS-PROFE-IMPARTIO
                           SET SESION-OK TO TRUE
                       WHEN OTHER
                           DISPLAY "**** LA SESION DEL "
                                   WS-FECHA-SESION " FUE AUSENCIA "
                                   "DEL TITULAR; NO HAY AVANCE ***"
                   END-EVALUATE
           END-READ.
           CLOSE DOC-ASI-PROF.
           IF SESION-OK
               AND WS-ROLES-SESION(5:1) NOT = "S"
               AND WS-PROFE-IMPARTIO NOT = WS-PROFE-SESION
               MOVE "N" TO WS-SESION-OK
               DISPLAY "**** LA SESION LA IMPARTIO EL PROFESOR "
                       WS-PROFE-IMPARTIO "; SOLO EL PUEDE CAPTURAR "
                       "SU AVANCE ***"
           END-IF.
           IF SESION-OK
               MOVE WS-PROFE-IMPARTIO TO WS-PROF-CLAVE-LK
               PERFORM 100270-RESUELVE-PROFESOR
               DISPLAY "IMPARTIO: " WS-PROF-NOMBRE-LK
           END-IF.
           EXIT.

       100170-GRABA-UNIDAD.
      *    LA UNIDAD DEBE ESTAR EN EL TEMARIO DE LA MATERIA; SI YA SE
      *    HABIA MARCADO VISTA SE REESCRIBE CON LA SESION NUEVA.
           MOVE "N" TO WS-UNIDAD-EXISTE.
           OPEN INPUT DOC-TEMARIO.
           IF WS-STATUS-TEM = "00"
               MOVE WS-MAT-CAP-CLAVE TO TEM-REG-MATERIA
               MOVE WS-UNIDAD TO TEM-REG-UNIDAD
               READ DOC-TEMARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET UNIDAD-EXISTE TO TRUE
               END-READ
               CLOSE DOC-TEMARIO
           END-IF.
           IF NOT UNIDAD-EXISTE
               DISPLAY "**** LA UNIDAD " WS-UNIDAD " NO ESTA EN EL "
                       "TEMARIO ***"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE AVA-REG-DOC.
           MOVE WS-MAT-CAPTURA TO AVA-REG-GRUPO.
           MOVE WS-UNIDAD TO AVA-REG-UNIDAD.
           MOVE WS-FECHA-SESION TO AVA-REG-FECHA.
           MOVE WS-PROFE-IMPARTIO TO AVA-REG-PROFE.
           MOVE WS-OPERADOR-LOGIN TO AVA-REG-OPERADOR.
           MOVE "VISTA" TO WS-MOVIMIENTO.
           WRITE AVA-REG-DOC
               INVALID KEY
                   MOVE "REVISTA" TO WS-MOVIMIENTO
                   REWRITE AVA-REG-DOC
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-STATUS-AVA = "00"
               ADD 1 TO WS-CAPTURADAS
               DISPLAY "**** UNIDAD " WS-UNIDAD " REGISTRADA ("
                       TEM-REG-NOMBRE ") ***"
               PERFORM 100320-AUDITORIA-LOG
           ELSE
               DISPLAY "**** ERROR AL REGISTRAR, STATUS: "
                       WS-STATUS-AVA
           END-IF.
           EXIT.

       100200-CONSULTA.
           PERFORM 100050-CAPTURA-GRUPO.
           IF MATERIA-ENCONTRADA
               PERFORM 100210-MUESTRA-TEMARIO
               IF WS-TOTAL-UNIDADES = ZEROS
                   DISPLAY "**** LA MATERIA NO TIENE TEMARIO ***"
               ELSE
                   DISPLAY "UNIDADES VISTAS: " WS-TOTAL-VISTAS
                           " DE " WS-TOTAL-UNIDADES
               END-IF
           END-IF.
           EXIT.

       100210-MUESTRA-TEMARIO.
      *    TEMARIO DE LA MATERIA CON LA FECHA EN QUE EL GRUPO VIO CADA
      *    UNIDAD ("PENDIENTE" SI AUN NO).
           MOVE ZEROS TO WS-TOTAL-UNIDADES.
           MOVE ZEROS TO WS-TOTAL-VISTAS.
           MOVE "N" TO WS-FIN-TEM.
           OPEN INPUT DOC-TEMARIO.
           IF WS-STATUS-TEM NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAT-CAP-CLAVE TO TEM-REG-MATERIA.
           MOVE ZEROS TO TEM-REG-UNIDAD.
           START DOC-TEMARIO KEY IS NOT < TEM-REG-LLAVE
               INVALID KEY
                   SET FIN-TEMARIO TO TRUE
           END-START.
           PERFORM UNTIL FIN-TEMARIO
               READ DOC-TEMARIO NEXT RECORD
                   AT END
                       SET FIN-TEMARIO TO TRUE
                   NOT AT END
                       IF TEM-REG-MATERIA NOT = WS-MAT-CAP-CLAVE
                           SET FIN-TEMARIO TO TRUE
                       ELSE
                           PERFORM 100220-MUESTRA-UNIDAD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-TEMARIO.
           EXIT.

       100220-MUESTRA-UNIDAD.
           ADD 1 TO WS-TOTAL-UNIDADES.
           MOVE "PENDIENT" TO WS-MARCA.
           MOVE WS-MAT-CAPTURA TO AVA-REG-GRUPO.
           MOVE TEM-REG-UNIDAD TO AVA-REG-UNIDAD.
           READ DOC-AVANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-VISTAS
                   MOVE AVA-REG-FECHA TO WS-MARCA
           END-READ.
           DISPLAY "   UNIDAD " TEM-REG-UNIDAD
                   "  SEM " TEM-REG-SEMANA
                   "  " WS-MARCA
                   "  " TEM-REG-NOMBRE.
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

       100320-AUDITORIA-LOG.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "AVANCE-PROGRAMATICO" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|GPO " DELIMITED BY SIZE
               AVA-REG-GRUPO DELIMITED BY SIZE
               " UNIDAD " DELIMITED BY SIZE
               AVA-REG-UNIDAD DELIMITED BY SIZE
               " SESION " DELIMITED BY SIZE
               AVA-REG-FECHA DELIMITED BY SIZE
               " PROFE " DELIMITED BY SIZE
               AVA-REG-PROFE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOVIMIENTO) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM AVANCE-PROGRAMATICO-DOC.
