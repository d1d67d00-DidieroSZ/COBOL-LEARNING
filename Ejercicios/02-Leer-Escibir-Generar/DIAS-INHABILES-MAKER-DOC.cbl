      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN THE NON-WORKING DAYS CALENDAR
      *          "dias-inhabiles.txt" (DIA-REG-DOC) PER PLANTEL:
      *          FESTIVOS, SEMANAS DE VACACIONES Y SUSPENSIONES DE
      *          CLASES (UNA TORMENTA, UN CORTE DE LUZ). UN RANGO DE
      *          FECHAS SE GRABA DIA POR DIA; EL PLANTEL 00 APLICA A
      *          TODOS. CON EL CALENDARIO, ASISTENCIA-MAKER-DOC Y
      *          ASISTENCIA-PROFE-DOC RECHAZAN ESAS FECHAS,
      *          HORARIO-ICS-DOC LAS EXCLUYE DEL HORARIO Y LA
      *          COBRANZA RECORRE LOS VENCIMIENTOS AL SIGUIENTE DIA
      *          HABIL. EXIGE EL ROL CATALOGOS; CADA CAMBIO QUEDA EN
      *          "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAS-INHABILES-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-DIAS ASSIGN TO "dias-inhabiles.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIA-REG-LLAVE
           FILE STATUS IS WS-STATUS-DIA.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-DIAS.
           COPY "DIA-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-DIA PIC XX.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-PLANTEL PIC 9(02) VALUE ZEROS.
               05 WS-PLANTEL-NOMBRE PIC A(30) VALUE SPACES.
               05 WS-FECHA-INI PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-FIN PIC 9(08) VALUE ZEROS.
               05 WS-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-ENTERO-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-TIPO PIC X(01) VALUE SPACES.
               05 WS-DESCRIPCION PIC X(40) VALUE SPACES.
               05 WS-ANIO PIC X(04) VALUE SPACES.
               05 WS-FECHA-CAPTURA PIC X(08) VALUE SPACES.
               05 WS-FECHA-CAPTURA-N REDEFINES WS-FECHA-CAPTURA
                   PIC 9(08).
               05 WS-TOTAL-DIAS PIC 9(04) VALUE ZEROS.
               05 WS-ACCION PIC X(08) VALUE SPACES.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".

           01 WS-PLA-CALL.
               05 WS-PLA-CLAVE-LK PIC X(02).
               05 WS-PLA-NOMBRE-LK PIC A(30).
               05 WS-PLA-ENCONTRADO PIC X.
                   88 PLANTEL-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-PLANTEL-OK PIC X VALUE "N".
                   88 PLANTEL-ACEPTADO VALUE "S".
               05 WS-FECHA-OK PIC X VALUE "N".
                   88 FECHA-ACEPTADA VALUE "S".
               05 WS-FIN-DIAS PIC X VALUE "N".
                   88 FIN-DIAS VALUE "S".

       PROCEDURE DIVISION.

      *    EL CALENDARIO ES UN CATALOGO: EXIGE EL ROL CATALOGOS.
       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(3:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CATALOGOS ***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-CALENDARIO.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-DIAS.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100005-ABRE-CALENDARIO.
           OPEN I-O DOC-DIAS.
           IF WS-STATUS-DIA = "35"
               OPEN OUTPUT DOC-DIAS
               CLOSE DOC-DIAS
               OPEN I-O DOC-DIAS
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- CALENDARIO DE DIAS INHABILES --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] REGISTRAR DIA O RANGO INHABIL".
           DISPLAY "  [2] QUITAR UN DIA DEL CALENDARIO".
           DISPLAY "  [3] CONSULTAR CALENDARIO DE UN PLANTEL".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-REGISTRA
               WHEN 2
                   PERFORM 100200-QUITA
               WHEN 3
                   PERFORM 100300-CONSULTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-PLANTEL.
      *    00 = TODOS LOS PLANTELES; CUALQUIER OTRO SE VALIDA CONTRA
      *    PLANTELES.TXT CON PLANTEL-SEARCH.
           MOVE "N" TO WS-PLANTEL-OK.
           PERFORM UNTIL PLANTEL-ACEPTADO
               DISPLAY "LOG -- PLANTEL (00 = TODOS): "
                       WITH NO ADVANCING
               ACCEPT WS-PLANTEL
               IF WS-PLANTEL = ZEROS
                   MOVE "TODOS LOS PLANTELES" TO WS-PLANTEL-NOMBRE
                   SET PLANTEL-ACEPTADO TO TRUE
               ELSE
                   MOVE WS-PLANTEL TO WS-PLA-CLAVE-LK
                   MOVE SPACES TO WS-PLA-NOMBRE-LK
                   MOVE "N" TO WS-PLA-ENCONTRADO
                   CALL "PLANTEL-SEARCH" USING
                       WS-PLA-CLAVE-LK WS-PLA-NOMBRE-LK
                       WS-PLA-ENCONTRADO
                   IF PLANTEL-ENCONTRADO
                       MOVE WS-PLA-NOMBRE-LK TO WS-PLANTEL-NOMBRE
                       SET PLANTEL-ACEPTADO TO TRUE
                   ELSE
                       DISPLAY "**** PLANTEL NO EXISTE EN "
                               "PLANTELES.TXT ***"
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "PLANTEL: " WS-PLANTEL " "
                   FUNCTION TRIM(WS-PLANTEL-NOMBRE).
           EXIT.

       100060-CAPTURA-FECHA.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- FECHA AAAAMMDD: " WITH NO ADVANCING
               MOVE SPACES TO WS-FECHA-CAPTURA
               ACCEPT WS-FECHA-CAPTURA
               IF WS-FECHA-CAPTURA IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA-N)
                       = 0
                       MOVE WS-FECHA-CAPTURA-N TO WS-FECHA
                       SET FECHA-ACEPTADA TO TRUE
                   END-IF
               END-IF
               IF NOT FECHA-ACEPTADA
                   DISPLAY "**** FECHA INVALIDA ***"
               END-IF
           END-PERFORM.
           EXIT.

       100100-REGISTRA.
           PERFORM 100050-CAPTURA-PLANTEL.
           DISPLAY "DESDE:".
           PERFORM 100060-CAPTURA-FECHA.
           MOVE WS-FECHA TO WS-FECHA-INI.
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
           MOVE SPACES TO WS-TIPO.
           PERFORM UNTIL WS-TIPO = "F" OR WS-TIPO = "V"
                   OR WS-TIPO = "S"
               DISPLAY "LOG -- TIPO (F)ESTIVO / (V)ACACIONES / "
                       "(S)USPENSION: " WITH NO ADVANCING
               ACCEPT WS-TIPO
               MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
           END-PERFORM.
           MOVE SPACES TO WS-DESCRIPCION.
           PERFORM UNTIL WS-DESCRIPCION NOT = SPACES
               DISPLAY "LOG -- DESCRIPCION: " WITH NO ADVANCING
               ACCEPT WS-DESCRIPCION
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-DESCRIPCION) TO WS-DESCRIPCION.
      *    UN REGISTRO POR DIA DEL RANGO; SI EL DIA YA ESTABA EN EL
      *    CALENDARIO SE ACTUALIZA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-TOTAL-DIAS.
           MOVE WS-FECHA-INI TO WS-FECHA.
           PERFORM UNTIL WS-FECHA > WS-FECHA-FIN
               INITIALIZE DIA-REG-DOC
               MOVE WS-PLANTEL TO DIA-REG-PLANTEL
               MOVE WS-FECHA TO DIA-REG-FECHA
               MOVE WS-TIPO TO DIA-REG-TIPO
               MOVE WS-DESCRIPCION TO DIA-REG-DESCRIPCION
               MOVE WS-OPERADOR-LOGIN TO DIA-REG-OPERADOR
               MOVE WS-AUD-FECHA TO DIA-REG-FECHA-CAPTURA
               WRITE DIA-REG-DOC
                   INVALID KEY
                       REWRITE DIA-REG-DOC
               END-WRITE
               ADD 1 TO WS-TOTAL-DIAS
               COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA) + 1
               COMPUTE WS-FECHA =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA)
           END-PERFORM.
           DISPLAY "**** " WS-TOTAL-DIAS " DIAS REGISTRADOS ***".
           MOVE "REGISTRA" TO WS-ACCION.
           PERFORM 100900-AUDITORIA-LOG.
           EXIT.

       100200-QUITA.
           PERFORM 100050-CAPTURA-PLANTEL.
           PERFORM 100060-CAPTURA-FECHA.
           MOVE WS-PLANTEL TO DIA-REG-PLANTEL.
           MOVE WS-FECHA TO DIA-REG-FECHA.
           READ DOC-DIAS
               INVALID KEY
                   DISPLAY "**** LA FECHA NO ESTA EN EL CALENDARIO "
                           "DEL PLANTEL ***"
                   EXIT PARAGRAPH
           END-READ.
           MOVE DIA-REG-TIPO TO WS-TIPO.
           MOVE DIA-REG-DESCRIPCION TO WS-DESCRIPCION.
           DELETE DOC-DIAS RECORD
               INVALID KEY
                   DISPLAY "**** ERROR AL QUITAR LA FECHA, STATUS: "
                           WS-STATUS-DIA
                   EXIT PARAGRAPH
           END-DELETE.
           DISPLAY "**** FECHA QUITADA DEL CALENDARIO ***".
           MOVE WS-FECHA TO WS-FECHA-INI.
           MOVE WS-FECHA TO WS-FECHA-FIN.
           MOVE 1 TO WS-TOTAL-DIAS.
           MOVE "QUITA" TO WS-ACCION.
           PERFORM 100900-AUDITORIA-LOG.
           EXIT.

       100300-CONSULTA.
           PERFORM 100050-CAPTURA-PLANTEL.
           MOVE SPACES TO WS-ANIO.
           PERFORM UNTIL WS-ANIO IS NUMERIC
               DISPLAY "LOG -- ANIO (AAAA): " WITH NO ADVANCING
               ACCEPT WS-ANIO
           END-PERFORM.
           MOVE ZEROS TO WS-TOTAL-DIAS.
           MOVE "N" TO WS-FIN-DIAS.
           MOVE WS-PLANTEL TO DIA-REG-PLANTEL.
           MOVE ZEROS TO DIA-REG-FECHA.
           MOVE WS-ANIO TO DIA-REG-FECHA(1:4).
           START DOC-DIAS KEY IS NOT LESS THAN DIA-REG-LLAVE
               INVALID KEY
                   SET FIN-DIAS TO TRUE
           END-START.
           PERFORM UNTIL FIN-DIAS
               READ DOC-DIAS NEXT RECORD
                   AT END
                       SET FIN-DIAS TO TRUE
                   NOT AT END
                       IF DIA-REG-PLANTEL NOT = WS-PLANTEL
                           OR DIA-REG-FECHA(1:4) NOT = WS-ANIO
                           SET FIN-DIAS TO TRUE
                       ELSE
                           ADD 1 TO WS-TOTAL-DIAS
                           DISPLAY DIA-REG-FECHA " " DIA-REG-TIPO " "
                                   FUNCTION TRIM(DIA-REG-DESCRIPCION)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TOTAL-DIAS = ZEROS
               DISPLAY "**** SIN DIAS INHABILES EN ESE ANIO ***"
           END-IF.
           IF WS-PLANTEL NOT = ZEROS
               DISPLAY "(ADEMAS APLICAN LOS DEL PLANTEL 00)"
           END-IF.
           EXIT.

       100900-AUDITORIA-LOG.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "DIAS-INHABILES" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACCION) DELIMITED BY SIZE
               " PLANTEL " DELIMITED BY SIZE
               WS-PLANTEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FECHA-INI DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-FECHA-FIN DELIMITED BY SIZE
               " TIPO " DELIMITED BY SIZE
               WS-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DESCRIPCION(1:20) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM DIAS-INHABILES-MAKER-DOC.
