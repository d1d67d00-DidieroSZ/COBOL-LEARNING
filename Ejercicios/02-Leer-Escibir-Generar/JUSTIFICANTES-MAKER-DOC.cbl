      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: CAPTURE JUSTIFIED ABSENCES "justificantes.txt"
      *          (JUS-REG-DOC): CLAVE, RANGO DE FECHAS, MOTIVO,
      *          REFERENCIA DEL DOCUMENTO DE SOPORTE Y EL USUARIO QUE
      *          APRUEBA (USUARIO-LOGIN CON ROL DE CORRECCION). AL
      *          GRABARLO, CADA "A" DEL ALUMNO DENTRO DEL RANGO EN
      *          "asistencia.txt" PASA A "J", QUE REP-AUSENCIAS-DOC,
      *          SIN-DERECHO-DOC Y TUTOR-DIGEST-DOC YA NO CUENTAN
      *          CONTRA LIM-AUSENCIA. LAS LISTAS QUE SE PASEN DESPUES
      *          DENTRO DEL RANGO LAS MARCA "J" ASISTENCIA-MAKER-DOC.
      *          EVERY JUSTIFICANTE IS LOGGED TO "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUSTIFICANTES-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-JUSTIFICANTES ASSIGN TO "justificantes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JUS-REG-LLAVE
           FILE STATUS IS WS-STATUS-JUS.
       SELECT DOC-ASISTENCIA ASSIGN TO "asistencia.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASI-REG-LLAVE
           FILE STATUS IS WS-STATUS-ASI.
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
           FD DOC-JUSTIFICANTES.
           COPY "JUS-REG-DOC.cpy".

           FD DOC-ASISTENCIA.
      *    UNA LINEA POR ESTUDIANTE + MATERIA + FECHA; ESTADO "P"
      *    (PRESENTE), "A" (AUSENTE) O "J" (AUSENCIA JUSTIFICADA).
           01 ASI-REG-DOC.
               05 ASI-REG-LLAVE.
                   10 ASI-REG-CLAVE PIC 9(08).
                   10 ASI-REG-MATERIA PIC 9(06).
                   10 ASI-REG-FECHA PIC 9(08).
               05 ASI-REG-ESTADO PIC X(01).

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-JUS PIC XX.
               05 WS-STATUS-ASI PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-INI PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-FIN PIC 9(08) VALUE ZEROS.
               05 WS-MOTIVO PIC X(01) VALUE SPACES.
               05 WS-DESCRIPCION PIC X(60) VALUE SPACES.
               05 WS-REFERENCIA PIC X(20) VALUE SPACES.
               05 WS-CONFIRMA PIC X(01) VALUE SPACES.
               05 WS-FECHA-CAPTURA PIC X(08) VALUE SPACES.
               05 WS-FECHA-CAPTURA-N REDEFINES WS-FECHA-CAPTURA
                   PIC 9(08).
               05 WS-TOTAL-CONVERTIDAS PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-JUSTIFICANTES PIC 9(04) VALUE ZEROS.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".

           01 SWITCHES.
               05 WS-EST-EXISTE PIC X VALUE "N".
                   88 EST-EXISTE VALUE "S".
               05 WS-FECHA-OK PIC X VALUE "N".
                   88 FECHA-ACEPTADA VALUE "S".
               05 WS-FIN-ASISTENCIA PIC X VALUE "N".
                   88 FIN-ASISTENCIA VALUE "S".
               05 WS-FIN-JUSTIFICANTES PIC X VALUE "N".
                   88 FIN-JUSTIFICANTES VALUE "S".

       PROCEDURE DIVISION.

      *    JUSTIFICAR CAMBIA ASISTENCIA YA CAPTURADA: SOLO UN USUARIO
      *    CON EL ROL DE CORRECCION LO APRUEBA, Y QUEDA SU NOMBRE.
       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(2:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CORRECCION ***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-JUSTIFICANTES.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-JUSTIFICANTES.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100005-ABRE-JUSTIFICANTES.
           OPEN I-O DOC-JUSTIFICANTES.
           IF WS-STATUS-JUS = "35"
               OPEN OUTPUT DOC-JUSTIFICANTES
               CLOSE DOC-JUSTIFICANTES
               OPEN I-O DOC-JUSTIFICANTES
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- JUSTIFICANTES DE INASISTENCIA --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] REGISTRAR JUSTIFICANTE".
           DISPLAY "  [2] CONSULTAR JUSTIFICANTES DE UN ALUMNO".
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

       100050-CAPTURA-ALUMNO.
           MOVE "N" TO WS-EST-EXISTE.
           DISPLAY "LOG -- CLAVE del estudiante: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ESTUDIANTES.TXT NO EXISTE TODAVIA ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   DISPLAY "**** CLAVE NO EXISTE EN ESTUDIANTES.TXT ***"
               NOT INVALID KEY
                   SET EST-EXISTE TO TRUE
                   DISPLAY "ESTUDIANTE: " FUNCTION TRIM(EST-REG-NOMBRE)
           END-READ.
           CLOSE DOC-EST.
           EXIT.

       100100-REGISTRA.
           PERFORM 100050-CAPTURA-ALUMNO.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- DESDE AAAAMMDD: " WITH NO ADVANCING
               MOVE SPACES TO WS-FECHA-CAPTURA
               ACCEPT WS-FECHA-CAPTURA
               IF WS-FECHA-CAPTURA IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA-N)
                       = 0
                       MOVE WS-FECHA-CAPTURA-N TO WS-FECHA-INI
                       SET FECHA-ACEPTADA TO TRUE
                   END-IF
               END-IF
               IF NOT FECHA-ACEPTADA
                   DISPLAY "**** FECHA INVALIDA ***"
               END-IF
           END-PERFORM.
      *    ENTER EN BLANCO = UN SOLO DIA.
           MOVE WS-FECHA-INI TO WS-FECHA-FIN.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- HASTA AAAAMMDD (ENTER = " WS-FECHA-INI
                       "): " WITH NO ADVANCING
               MOVE SPACES TO WS-FECHA-CAPTURA
               ACCEPT WS-FECHA-CAPTURA
               IF WS-FECHA-CAPTURA = SPACES
                   SET FECHA-ACEPTADA TO TRUE
               ELSE
                   IF WS-FECHA-CAPTURA IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD
                           (WS-FECHA-CAPTURA-N) = 0
                           AND WS-FECHA-CAPTURA-N NOT < WS-FECHA-INI
                           MOVE WS-FECHA-CAPTURA-N TO WS-FECHA-FIN
                           SET FECHA-ACEPTADA TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT FECHA-ACEPTADA
                   DISPLAY "**** FECHA INVALIDA O ANTERIOR AL INICIO"
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM UNTIL WS-MOTIVO = "M" OR WS-MOTIVO = "C"
                   OR WS-MOTIVO = "L" OR WS-MOTIVO = "O"
               DISPLAY "LOG -- MOTIVO (M)EDICO / (C)OMISION "
                       "OFICIAL / (L)UTO / (O)TRO: " WITH NO ADVANCING
               ACCEPT WS-MOTIVO
               MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO
           END-PERFORM.
           MOVE SPACES TO WS-DESCRIPCION.
           PERFORM UNTIL WS-DESCRIPCION NOT = SPACES
               DISPLAY "LOG -- DESCRIPCION: " WITH NO ADVANCING
               ACCEPT WS-DESCRIPCION
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-DESCRIPCION) TO WS-DESCRIPCION.
      *    SIN DOCUMENTO DE SOPORTE NO HAY JUSTIFICANTE.
           MOVE SPACES TO WS-REFERENCIA.
           PERFORM UNTIL WS-REFERENCIA NOT = SPACES
               DISPLAY "LOG -- REFERENCIA DEL DOCUMENTO DE SOPORTE: "
                       WITH NO ADVANCING
               ACCEPT WS-REFERENCIA
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-REFERENCIA) TO WS-REFERENCIA.
           DISPLAY "JUSTIFICAR " WS-CLAVE " DEL " WS-FECHA-INI
                   " AL " WS-FECHA-FIN " -- CONFIRMA (S/N): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "**** JUSTIFICANTE CANCELADO ***"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE JUS-REG-DOC.
           MOVE WS-CLAVE TO JUS-REG-CLAVE.
           MOVE WS-FECHA-INI TO JUS-REG-FECHA-INI.
           MOVE WS-FECHA-FIN TO JUS-REG-FECHA-FIN.
           MOVE WS-MOTIVO TO JUS-REG-MOTIVO.
           MOVE WS-DESCRIPCION TO JUS-REG-DESCRIPCION.
           MOVE WS-REFERENCIA TO JUS-REG-REFERENCIA.
           MOVE WS-OPERADOR-LOGIN TO JUS-REG-APROBO.
           MOVE WS-AUD-FECHA TO JUS-REG-FECHA-CAPTURA.
           WRITE JUS-REG-DOC
               INVALID KEY
                   DISPLAY "**** YA HAY UN JUSTIFICANTE DEL ALUMNO "
                           "QUE INICIA ESE DIA ***"
                   EXIT PARAGRAPH
           END-WRITE.
           PERFORM 100150-CONVIERTE-AUSENCIAS.
           MOVE WS-TOTAL-CONVERTIDAS TO JUS-REG-CONVERTIDAS.
           REWRITE JUS-REG-DOC.
           DISPLAY "**** JUSTIFICANTE REGISTRADO; AUSENCIAS "
                   "JUSTIFICADAS: " WS-TOTAL-CONVERTIDAS " ***".
           PERFORM 100320-AUDITORIA-LOG.
           EXIT.

       100150-CONVIERTE-AUSENCIAS.
      *    TODAS LAS MATERIAS DEL ALUMNO: LA LLAVE DE ASISTENCIA ES
      *    CLAVE + MATERIA + FECHA, ASI QUE SE RECORRE DESDE LA CLAVE
      *    Y SE FILTRA EL RANGO DE FECHAS.
           MOVE ZEROS TO WS-TOTAL-CONVERTIDAS.
           MOVE "N" TO WS-FIN-ASISTENCIA.
           OPEN I-O DOC-ASISTENCIA.
           IF WS-STATUS-ASI NOT = "00"
               DISPLAY "**** AUN NO HAY ASISTENCIA.TXT; LAS LISTAS "
                       "FUTURAS SE MARCARAN J ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLAVE TO ASI-REG-CLAVE.
           MOVE ZEROS TO ASI-REG-MATERIA.
           MOVE ZEROS TO ASI-REG-FECHA.
           START DOC-ASISTENCIA KEY IS NOT LESS THAN ASI-REG-LLAVE
               INVALID KEY
                   SET FIN-ASISTENCIA TO TRUE
           END-START.
           PERFORM UNTIL FIN-ASISTENCIA
               READ DOC-ASISTENCIA NEXT RECORD
                   AT END
                       SET FIN-ASISTENCIA TO TRUE
                   NOT AT END
                       IF ASI-REG-CLAVE NOT = WS-CLAVE
                           SET FIN-ASISTENCIA TO TRUE
                       ELSE
                           IF ASI-REG-ESTADO = "A"
                               AND ASI-REG-FECHA NOT < WS-FECHA-INI
                               AND ASI-REG-FECHA NOT > WS-FECHA-FIN
                               MOVE "J" TO ASI-REG-ESTADO
                               REWRITE ASI-REG-DOC
                               ADD 1 TO WS-TOTAL-CONVERTIDAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-ASISTENCIA.
           EXIT.

       100200-CONSULTA.
           PERFORM 100050-CAPTURA-ALUMNO.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-TOTAL-JUSTIFICANTES.
           MOVE "N" TO WS-FIN-JUSTIFICANTES.
           MOVE WS-CLAVE TO JUS-REG-CLAVE.
           MOVE ZEROS TO JUS-REG-FECHA-INI.
           START DOC-JUSTIFICANTES KEY IS NOT LESS THAN JUS-REG-LLAVE
               INVALID KEY
                   SET FIN-JUSTIFICANTES TO TRUE
           END-START.
           PERFORM UNTIL FIN-JUSTIFICANTES
               READ DOC-JUSTIFICANTES NEXT RECORD
                   AT END
                       SET FIN-JUSTIFICANTES TO TRUE
                   NOT AT END
                       IF JUS-REG-CLAVE NOT = WS-CLAVE
                           SET FIN-JUSTIFICANTES TO TRUE
                       ELSE
                           PERFORM 100210-MUESTRA-JUSTIFICANTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TOTAL-JUSTIFICANTES = ZEROS
               DISPLAY "**** SIN JUSTIFICANTES REGISTRADOS ***"
           END-IF.
           EXIT.

       100210-MUESTRA-JUSTIFICANTE.
           ADD 1 TO WS-TOTAL-JUSTIFICANTES.
           DISPLAY JUS-REG-FECHA-INI " AL " JUS-REG-FECHA-FIN
                   " MOTIVO " JUS-REG-MOTIVO
                   " REF " JUS-REG-REFERENCIA
                   " APROBO " JUS-REG-APROBO
                   " AUSENCIAS " JUS-REG-CONVERTIDAS.
           DISPLAY "   " FUNCTION TRIM(JUS-REG-DESCRIPCION).
           EXIT.

       100320-AUDITORIA-LOG.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "JUSTIFICANTE" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               JUS-REG-CLAVE DELIMITED BY SIZE
               "|JUSTIFICA " DELIMITED BY SIZE
               JUS-REG-FECHA-INI DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               JUS-REG-FECHA-FIN DELIMITED BY SIZE
               " MOTIVO " DELIMITED BY SIZE
               JUS-REG-MOTIVO DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               JUS-REG-REFERENCIA DELIMITED BY SIZE
               " AUSENCIAS " DELIMITED BY SIZE
               JUS-REG-CONVERTIDAS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM JUSTIFICANTES-MAKER-DOC.
