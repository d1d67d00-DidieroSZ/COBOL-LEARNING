      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: CAPTURE THE TUTORING SESSION LOG
      *          "tutoria-sesiones.txt" (TSE-REG-DOC), KEYED BY
      *          STUDENT CLAVE AND DATE: TEMAS TRATADOS (ACADEMICO,
      *          ASISTENCIA, FINANCIERO, PERSONAL), ACUERDOS Y FECHA
      *          DE SEGUIMIENTO. EL TUTOR FIRMA CON SU PROPIO USUARIO
      *          (USUARIO-LOGIN); SU CLAVE DE PROFESOR SALE DE
      *          TUTOR-ROL-SEARCH Y SOLO PUEDE REGISTRAR SESIONES DE
      *          LOS ALUMNOS QUE "tutores.txt" LE ASIGNA. EVERY SESSION
      *          IS LOGGED TO "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTORIA-SESIONES-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-SESIONES ASSIGN TO "tutoria-sesiones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TSE-REG-LLAVE
           FILE STATUS IS WS-STATUS-TSE.
       SELECT DOC-TUTORES ASSIGN TO "tutores.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TUT-REG-CLAVE
           FILE STATUS IS WS-STATUS-TUT.
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
           FD DOC-SESIONES.
           COPY "TSE-REG-DOC.cpy".

           FD DOC-TUTORES.
           01 TUT-REG-DOC.
               05 TUT-REG-CLAVE PIC 9(08).
               05 TUT-REG-PROFE PIC 9(03).
               05 TUT-REG-FECHA PIC 9(08).

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-TSE PIC XX.
               05 WS-STATUS-TUT PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-SUB PIC 9.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-PROFE-SESION PIC 9(03) VALUE ZEROS.
               05 WS-FECHA-SESION PIC 9(08) VALUE ZEROS.
               05 WS-SEGUIMIENTO PIC 9(08) VALUE ZEROS.
               05 WS-TEMAS PIC X(04) VALUE SPACES.
               05 WS-ACUERDOS PIC X(100) VALUE SPACES.
               05 WS-FECHA-CAPTURA PIC X(08) VALUE SPACES.
               05 WS-FECHA-CAPTURA-N REDEFINES WS-FECHA-CAPTURA
                   PIC 9(08).
               05 WS-TOTAL-SESIONES PIC 9(04) VALUE ZEROS.
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
               05 WS-TUTORADO-OK PIC X VALUE "N".
                   88 TUTORADO-OK VALUE "S".
               05 WS-FIN-SESIONES PIC X VALUE "N".
                   88 FIN-SESIONES VALUE "S".

       PROCEDURE DIVISION.

      *    SOLO UN USUARIO LIGADO A UN PROFESOR (USU-REG-PROFE) CAPTURA
      *    SESIONES, Y SIEMPRE A NOMBRE DE ESE PROFESOR.
       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-PROFE-SESION = ZEROS
           DISPLAY "**** SU USUARIO NO ESTA LIGADO A UN PROFESOR "
                   "(USE USUARIOS-MAKER-DOC) ***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-SESIONES.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-SESIONES.
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
                   MOVE SPACES TO WS-PROF-NOMBRE-LK
                   MOVE "N" TO WS-PROF-ENCONTRADO
                   CALL "PROFESOR-SEARCH" USING
                       WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK
                       WS-PROF-ENCONTRADO
                   DISPLAY "TUTOR: " WS-PROFE-SESION " "
                           WS-PROF-NOMBRE-LK
               END-IF
           END-IF.
           EXIT.

       100005-ABRE-SESIONES.
           OPEN I-O DOC-SESIONES.
           IF WS-STATUS-TSE = "35"
               OPEN OUTPUT DOC-SESIONES
               CLOSE DOC-SESIONES
               OPEN I-O DOC-SESIONES
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- BITACORA DE TUTORIA --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] REGISTRAR SESION".
           DISPLAY "  [2] CONSULTAR SESIONES DE UN TUTORADO".
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

       100050-CAPTURA-TUTORADO.
      *    LA CLAVE DEBE ESTAR ASIGNADA EN TUTORES.TXT AL PROFESOR DEL
      *    USUARIO FIRMADO.
           MOVE "N" TO WS-TUTORADO-OK.
           DISPLAY "LOG -- CLAVE del estudiante: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE.
           OPEN INPUT DOC-TUTORES.
           IF WS-STATUS-TUT NOT = "00"
               DISPLAY "**** NO SE ENCONTRO TUTORES.TXT; ASIGNE "
                       "TUTORES EN TUTOR-MAKER-DOC ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLAVE TO TUT-REG-CLAVE.
           READ DOC-TUTORES
               INVALID KEY
                   DISPLAY "**** EL ESTUDIANTE NO TIENE TUTOR ***"
               NOT INVALID KEY
                   IF TUT-REG-PROFE = WS-PROFE-SESION
                       SET TUTORADO-OK TO TRUE
                   ELSE
                       DISPLAY "**** EL ESTUDIANTE NO ES SU TUTORADO "
                               "(TUTOR " TUT-REG-PROFE ") ***"
                   END-IF
           END-READ.
           CLOSE DOC-TUTORES.
           IF TUTORADO-OK
               OPEN INPUT DOC-EST
               IF WS-STATUS-EST = "00"
                   MOVE WS-CLAVE TO EST-REG-CLAVE
                   READ DOC-EST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "ESTUDIANTE: "
                                   FUNCTION TRIM(EST-REG-NOMBRE)
                   END-READ
               END-IF
               CLOSE DOC-EST
           END-IF.
           EXIT.

       100100-REGISTRA.
           PERFORM 100050-CAPTURA-TUTORADO.
           IF NOT TUTORADO-OK
               EXIT PARAGRAPH
           END-IF.
      *    FECHA DE LA SESION: HOY SALVO QUE SE CAPTURE OTRA (NO
      *    FUTURA), PARA REGISTRAR SESIONES ATRASADAS.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA TO WS-FECHA-SESION.
           DISPLAY "LOG -- FECHA DE LA SESION AAAAMMDD (ENTER = "
                   WS-FECHA-SESION "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
           IF WS-FECHA-CAPTURA IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA-N) = 0
                   AND WS-FECHA-CAPTURA-N NOT > WS-AUD-FECHA
                   MOVE WS-FECHA-CAPTURA-N TO WS-FECHA-SESION
               ELSE
                   DISPLAY "**** FECHA INVALIDA, SE USA LA DE HOY ***"
               END-IF
           END-IF.
           MOVE SPACES TO WS-TEMAS.
           PERFORM UNTIL WS-TEMAS NOT = SPACES
               DISPLAY "LOG -- TEMAS SSSS/N (ACADEMICO ASISTENCIA "
                       "FINANCIERO PERSONAL): "
                       WITH NO ADVANCING
               ACCEPT WS-TEMAS
               MOVE FUNCTION UPPER-CASE(WS-TEMAS) TO WS-TEMAS
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
                   IF WS-TEMAS(WS-SUB:1) NOT = "S"
                       AND WS-TEMAS(WS-SUB:1) NOT = "N"
                       MOVE SPACES TO WS-TEMAS
                       MOVE 5 TO WS-SUB
                   END-IF
               END-PERFORM
               IF WS-TEMAS = "NNNN"
                   DISPLAY "**** MARQUE AL MENOS UN TEMA ***"
                   MOVE SPACES TO WS-TEMAS
               ELSE
                   IF WS-TEMAS = SPACES
                       DISPLAY "**** CAPTURE CUATRO LETRAS S O N ***"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-ACUERDOS.
           PERFORM UNTIL WS-ACUERDOS NOT = SPACES
               DISPLAY "LOG -- ACUERDOS: " WITH NO ADVANCING
               ACCEPT WS-ACUERDOS
           END-PERFORM.
           MOVE ZEROS TO WS-SEGUIMIENTO.
           DISPLAY "LOG -- FECHA DE SEGUIMIENTO AAAAMMDD (ENTER = "
                   "SIN SEGUIMIENTO): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
           IF WS-FECHA-CAPTURA IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA-N) = 0
                   AND WS-FECHA-CAPTURA-N > WS-FECHA-SESION
                   MOVE WS-FECHA-CAPTURA-N TO WS-SEGUIMIENTO
               ELSE
                   DISPLAY "**** FECHA INVALIDA, QUEDA SIN "
                           "SEGUIMIENTO ***"
               END-IF
           END-IF.
      *    UNA SESION POR ALUMNO Y DIA: SI YA EXISTE SE ACTUALIZA.
           INITIALIZE TSE-REG-DOC.
           MOVE WS-CLAVE TO TSE-REG-CLAVE.
           MOVE WS-FECHA-SESION TO TSE-REG-FECHA.
           MOVE WS-PROFE-SESION TO TSE-REG-PROFE.
           MOVE WS-TEMAS TO TSE-REG-TEMAS.
           MOVE WS-ACUERDOS TO TSE-REG-ACUERDOS.
           MOVE WS-SEGUIMIENTO TO TSE-REG-SEGUIMIENTO.
           MOVE WS-OPERADOR-LOGIN TO TSE-REG-OPERADOR.
           WRITE TSE-REG-DOC
               INVALID KEY
                   REWRITE TSE-REG-DOC
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-STATUS-TSE = "00" OR WS-STATUS-TSE = "02"
               DISPLAY "**** SESION REGISTRADA ***"
               PERFORM 100320-AUDITORIA-LOG
           ELSE
               DISPLAY "**** ERROR AL GUARDAR, STATUS: "
                       WS-STATUS-TSE
           END-IF.
           EXIT.

       100200-CONSULTA.
           PERFORM 100050-CAPTURA-TUTORADO.
           IF NOT TUTORADO-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-TOTAL-SESIONES.
           MOVE "N" TO WS-FIN-SESIONES.
           MOVE WS-CLAVE TO TSE-REG-CLAVE.
           MOVE ZEROS TO TSE-REG-FECHA.
           START DOC-SESIONES KEY IS NOT LESS THAN TSE-REG-LLAVE
               INVALID KEY
                   SET FIN-SESIONES TO TRUE
           END-START.
           PERFORM UNTIL FIN-SESIONES
               READ DOC-SESIONES NEXT RECORD
                   AT END
                       SET FIN-SESIONES TO TRUE
                   NOT AT END
                       IF TSE-REG-CLAVE NOT = WS-CLAVE
                           SET FIN-SESIONES TO TRUE
                       ELSE
                           PERFORM 100210-MUESTRA-SESION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TOTAL-SESIONES = ZEROS
               DISPLAY "**** SIN SESIONES REGISTRADAS ***"
           END-IF.
           EXIT.

       100210-MUESTRA-SESION.
           ADD 1 TO WS-TOTAL-SESIONES.
           DISPLAY TSE-REG-FECHA " TUTOR " TSE-REG-PROFE
                   " TEMAS " TSE-REG-TEMAS
                   " SEGUIMIENTO " TSE-REG-SEGUIMIENTO.
           DISPLAY "   ACUERDOS: " FUNCTION TRIM(TSE-REG-ACUERDOS).
           EXIT.

       100320-AUDITORIA-LOG.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "TUTORIA-SESION" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TSE-REG-CLAVE DELIMITED BY SIZE
               "|SESION " DELIMITED BY SIZE
               TSE-REG-FECHA DELIMITED BY SIZE
               " TUTOR " DELIMITED BY SIZE
               TSE-REG-PROFE DELIMITED BY SIZE
               " TEMAS " DELIMITED BY SIZE
               TSE-REG-TEMAS DELIMITED BY SIZE
               " SEGUIMIENTO " DELIMITED BY SIZE
               TSE-REG-SEGUIMIENTO DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM TUTORIA-SESIONES-MAKER-DOC.
