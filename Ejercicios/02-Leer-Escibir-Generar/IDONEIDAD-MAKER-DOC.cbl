      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN THE PROFESSOR QUALIFICATION MATRIX
      *          "idoneidad.txt": WHICH PROF-REG-CLAVE IS APPROVED TO
      *          TEACH WHICH MAT-REG-CLAVE, WITH THE DATE AND THE
      *          OPERATOR WHO APPROVED IT. LA MATRIZ SE HACE VALER AL
      *          ASIGNAR PROFESOR EN MATERIAS-MAKER-DOC, EN
      *          ROLLOVER-CATALOGO-DOC Y AL REGISTRAR UN SUPLENTE EN
      *          ASISTENCIA-PROFE-DOC (IDONEIDAD-SEARCH). CADA
      *          APROBACION Y REVOCACION QUEDA EN LA BITACORA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDONEIDAD-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-IDONEIDAD ASSIGN TO "idoneidad.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDO-REG-LLAVE
           FILE STATUS IS WS-STATUS-IDO.
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-REG-LLAVE
           FILE STATUS IS WS-STATUS-MAT.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-IDONEIDAD.
           COPY "IDO-REG-DOC.cpy".

           FD MAT-DOC.
           COPY "MAT-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 IN-DATA.
               05 WS-PROFE PIC 9(03) VALUE ZEROS.
               05 WS-MATERIA PIC 9(04) VALUE ZEROS.
               05 WS-OBSERVACION PIC X(30) VALUE SPACES.
               05 WS-CONFIRMA PIC X(03) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-IDO PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-ACCION PIC X(20) VALUE SPACES.
               05 WS-LISTADOS PIC 9(04) VALUE ZEROS.

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-MAT-OK PIC X VALUE "N".
                   88 MATERIA-EXISTE VALUE "S".
               05 WS-FIN-IDO PIC X VALUE "N".
                   88 FIN-IDONEIDAD VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
      *    LA MATRIZ ES PARTE DEL CATALOGO ACADEMICO; EXIGE EL ROL
      *    CATALOGOS, Y EL OPERADOR FIRMADO QUEDA COMO QUIEN APRUEBA.
       IF WS-ROLES-SESION(3:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CATALOGOS ***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-IDONEIDAD.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-IDONEIDAD.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100005-ABRE-IDONEIDAD.
           OPEN I-O DOC-IDONEIDAD.
           IF WS-STATUS-IDO = "35"
               OPEN OUTPUT DOC-IDONEIDAD
               CLOSE DOC-IDONEIDAD
               OPEN I-O DOC-IDONEIDAD
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "---- IDONEIDAD DE PROFESORES ----".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] APROBAR PROFESOR PARA UNA MATERIA".
           DISPLAY "  [2] REVOCAR APROBACION".
           DISPLAY "  [3] LISTAR MATERIAS DE UN PROFESOR".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-APRUEBA
               WHEN 2
                   PERFORM 100200-REVOCA
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

       100060-CAPTURA-MATERIA.
      *    LA MATERIA DEBE TENER AL MENOS UN GRUPO EN EL CATALOGO;
      *    SE POSICIONA EN EL GRUPO 00 Y SE LEE EL SIGUIENTE.
           MOVE "N" TO WS-MAT-OK.
           DISPLAY "LOG -- CLAVE DE LA MATERIA (4 DIGITOS): "
                   WITH NO ADVANCING.
           ACCEPT WS-MATERIA.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** NO SE ENCONTRO MATERIAS.TXT ***"
           ELSE
               MOVE WS-MATERIA TO MAT-REG-CLAVE
               MOVE ZEROS TO MAT-REG-GRUPO
               START MAT-DOC KEY IS NOT LESS THAN MAT-REG-LLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ MAT-DOC NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF MAT-REG-CLAVE = WS-MATERIA
                                   SET MATERIA-EXISTE TO TRUE
                                   DISPLAY "MATERIA: " MAT-REG-NOMBRE
                               END-IF
                       END-READ
               END-START
           END-IF.
           CLOSE MAT-DOC.
           IF NOT MATERIA-EXISTE
               DISPLAY "**** LA MATERIA NO EXISTE EN MATERIAS.TXT ***"
           END-IF.
           EXIT.

       100100-APRUEBA.
           PERFORM 100050-CAPTURA-PROFESOR.
           PERFORM 100060-CAPTURA-MATERIA.
           IF NOT MATERIA-EXISTE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOG -- OBSERVACION (EJ. CEDULA / PERFIL): ".
           ACCEPT WS-OBSERVACION.
           MOVE FUNCTION UPPER-CASE(WS-OBSERVACION) TO WS-OBSERVACION.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           INITIALIZE IDO-REG-DOC.
           MOVE WS-PROFE TO IDO-REG-PROFE-CLAVE.
           MOVE WS-MATERIA TO IDO-REG-MATERIA.
           MOVE WS-AUD-FECHA TO IDO-REG-FECHA-APROBACION.
           MOVE WS-OPERADOR-LOGIN TO IDO-REG-APROBO.
           MOVE WS-OBSERVACION TO IDO-REG-OBSERVACION.
           WRITE IDO-REG-DOC
               INVALID KEY
                   REWRITE IDO-REG-DOC
           END-WRITE.
           IF WS-STATUS-IDO NOT = "00"
               DISPLAY "**** ERROR AL GRABAR IDONEIDAD.TXT, STATUS: "
                       WS-STATUS-IDO
           ELSE
               DISPLAY "**** PROFESOR APROBADO PARA LA MATERIA ***"
               MOVE "IDONEIDAD APROBADA" TO WS-AUD-ACCION
               PERFORM 100500-AUDITORIA-LOG
           END-IF.
           EXIT.

       100200-REVOCA.
           DISPLAY "LOG -- CLAVE DEL PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROFE.
           DISPLAY "LOG -- CLAVE DE LA MATERIA: " WITH NO ADVANCING.
           ACCEPT WS-MATERIA.
           MOVE WS-PROFE TO IDO-REG-PROFE-CLAVE.
           MOVE WS-MATERIA TO IDO-REG-MATERIA.
           READ DOC-IDONEIDAD
               INVALID KEY
                   DISPLAY "**** NO EXISTE ESA APROBACION ***"
               NOT INVALID KEY
                   DISPLAY "APROBADO EL " IDO-REG-FECHA-APROBACION
                           " POR " IDO-REG-APROBO
                   DISPLAY "¿CONFIRMA LA REVOCACION? (SI/NO): "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRMA)
                       TO WS-CONFIRMA
                   IF WS-CONFIRMA = "SI"
                       DELETE DOC-IDONEIDAD
                       DISPLAY "**** APROBACION REVOCADA ***"
                       MOVE "IDONEIDAD REVOCADA" TO WS-AUD-ACCION
                       PERFORM 100500-AUDITORIA-LOG
                   ELSE
                       DISPLAY "**** SIN CAMBIOS ***"
                   END-IF
           END-READ.
           EXIT.

       100300-LISTA.
           DISPLAY "LOG -- CLAVE DEL PROFESOR: " WITH NO ADVANCING.
           ACCEPT WS-PROFE.
           MOVE ZEROS TO WS-LISTADOS.
           MOVE "N" TO WS-FIN-IDO.
           MOVE WS-PROFE TO IDO-REG-PROFE-CLAVE.
           MOVE ZEROS TO IDO-REG-MATERIA.
           START DOC-IDONEIDAD KEY IS NOT LESS THAN IDO-REG-LLAVE
               INVALID KEY
                   SET FIN-IDONEIDAD TO TRUE
           END-START.
           PERFORM UNTIL FIN-IDONEIDAD
               READ DOC-IDONEIDAD NEXT RECORD
                   AT END
                       SET FIN-IDONEIDAD TO TRUE
                   NOT AT END
                       IF IDO-REG-PROFE-CLAVE NOT = WS-PROFE
                           SET FIN-IDONEIDAD TO TRUE
                       ELSE
                           ADD 1 TO WS-LISTADOS
                           DISPLAY "MATERIA " IDO-REG-MATERIA
                                   " APROBADA " IDO-REG-FECHA-APROBACION
                                   " POR " IDO-REG-APROBO " "
                                   IDO-REG-OBSERVACION
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "**** " WS-LISTADOS " MATERIAS APROBADAS ***".
           EXIT.

       100500-AUDITORIA-LOG.
      *    LA CLAVE DE 8 LLEVA PROFESOR + MATERIA (0PPPMMMM).
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "IDONEIDAD-MAKER" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|0" DELIMITED BY SIZE
               WS-PROFE DELIMITED BY SIZE
               WS-MATERIA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-ACCION) DELIMITED BY SIZE
               " PROFESOR " DELIMITED BY SIZE
               WS-PROFE DELIMITED BY SIZE
               " MATERIA " DELIMITED BY SIZE
               WS-MATERIA DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM IDONEIDAD-MAKER-DOC.
