      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN THE PROFESSOR PAY TABULADOR "tabulador.txt"
      *          (KEYED BY CATEGORIA + PLANTEL): CAPTURE, UPDATE,
      *          INQUIRE AND LIST THE RATE PAID PER HOUR TAUGHT. THE
      *          PRE-PAYROLL BATCH PRENOMINA-DOC APPLIES THIS RATE TO
      *          THE SESSIONS OF "asistencia-profes.txt", SO NOMINA YA
      *          NO APLICA LA TARIFA A MANO. EVERY MOVEMENT IS LOGGED
      *          TO "auditoria.txt" LIKE THE OTHER MAKER PROGRAMS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABULADOR-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-TABULADOR ASSIGN TO "tabulador.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAB-REG-LLAVE
           FILE STATUS IS WS-STATUS-TAB.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-TABULADOR.
           COPY "TAB-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-TAB PIC XX.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-CATEGORIA PIC X(02) VALUE SPACES.
               05 WS-PLANTEL PIC X(02) VALUE SPACES.
               05 WS-TARIFA PIC 9(04)V99 VALUE ZEROS.
               05 WS-TARIFA-ANTERIOR PIC 9(04)V99 VALUE ZEROS.
               05 WS-TARIFA-EDIT PIC ZZZ9.99.
               05 WS-TARIFA-ANT-EDIT PIC ZZZ9.99.
               05 WS-MOVIMIENTO PIC X(12) VALUE SPACES.
               05 WS-PLANTEL-NOMBRE-LK PIC A(30).
               05 WS-PLANTEL-VALIDO PIC X.
                   88 PLANTEL-VALIDO-OK VALUE "S".

           01 SWITCHES.
               05 WS-TABULADOR-EXISTE PIC X VALUE "N".
                   88 TABULADOR-EXISTE VALUE "S".
               05 WS-FIN-TAB PIC X VALUE "N".
                   88 FIN-TABULADOR VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(3:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CATALOGOS ***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-TABULADOR.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-TABULADOR.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100005-ABRE-TABULADOR.
           OPEN I-O DOC-TABULADOR.
           IF WS-STATUS-TAB = "35"
               OPEN OUTPUT DOC-TABULADOR
               CLOSE DOC-TABULADOR
               OPEN I-O DOC-TABULADOR
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "---- TABULADOR DE PAGO A PROFESORES ----".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] CAPTURAR TARIFA POR HORA".
           DISPLAY "  [2] MODIFICAR TARIFA POR HORA".
           DISPLAY "  [3] CONSULTAR TARIFA POR HORA".
           DISPLAY "  [4] LISTAR TABULADOR".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-CAPTURA
               WHEN 2
                   PERFORM 100200-MODIFICA
               WHEN 3
                   PERFORM 100300-CONSULTA
               WHEN 4
                   PERFORM 100400-LISTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-LLAVE.
      *    LA CATEGORIA ES LA MISMA CLAVE LIBRE QUE SE CAPTURA EN EL
      *    EXPEDIENTE (PERSONAL-PROFES-MAKER-DOC); EL PLANTEL SE
      *    VALIDA CONTRA SU CATALOGO.
           MOVE SPACES TO WS-CATEGORIA.
           PERFORM UNTIL WS-CATEGORIA NOT = SPACES
               DISPLAY "LOG -- CATEGORIA (EJ. A1): " WITH NO ADVANCING
               ACCEPT WS-CATEGORIA
               MOVE FUNCTION UPPER-CASE(WS-CATEGORIA) TO WS-CATEGORIA
           END-PERFORM.
           MOVE "N" TO WS-PLANTEL-VALIDO.
           PERFORM UNTIL PLANTEL-VALIDO-OK
               DISPLAY "LOG -- PLANTEL (EJ. 01): " WITH NO ADVANCING
               ACCEPT WS-PLANTEL
               MOVE SPACES TO WS-PLANTEL-NOMBRE-LK
               MOVE "N" TO WS-PLANTEL-VALIDO
               CALL "PLANTEL-SEARCH" USING
                   WS-PLANTEL WS-PLANTEL-NOMBRE-LK WS-PLANTEL-VALIDO
               IF PLANTEL-VALIDO-OK
                   DISPLAY "PLANTEL: " WS-PLANTEL-NOMBRE-LK
               ELSE
                   IF WS-PLANTEL = "01"
                       MOVE "S" TO WS-PLANTEL-VALIDO
                   ELSE
                       DISPLAY "**** PLANTEL NO EXISTE EN "
                               "PLANTELES.TXT ***"
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       100060-LEE-TABULADOR.
           MOVE "N" TO WS-TABULADOR-EXISTE.
           MOVE WS-CATEGORIA TO TAB-REG-CATEGORIA.
           MOVE WS-PLANTEL TO TAB-REG-PLANTEL.
           READ DOC-TABULADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TABULADOR-EXISTE TO TRUE
           END-READ.
           EXIT.

       100070-CAPTURA-TARIFA.
           MOVE ZEROS TO WS-TARIFA.
           PERFORM UNTIL WS-TARIFA > ZEROS
               DISPLAY "LOG -- TARIFA POR HORA (EJ. 0250.00): "
                       WITH NO ADVANCING
               ACCEPT WS-TARIFA
               IF WS-TARIFA = ZEROS
                   DISPLAY "**** LA TARIFA NO PUEDE SER CERO ***"
               END-IF
           END-PERFORM.
           EXIT.

       100100-CAPTURA.
           PERFORM 100050-CAPTURA-LLAVE.
           PERFORM 100060-LEE-TABULADOR.
           IF TABULADOR-EXISTE
               DISPLAY "**** LA TARIFA YA EXISTE (USE MODIFICAR) ***"
           ELSE
               PERFORM 100070-CAPTURA-TARIFA
               ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
               INITIALIZE TAB-REG-DOC
               MOVE WS-CATEGORIA TO TAB-REG-CATEGORIA
               MOVE WS-PLANTEL TO TAB-REG-PLANTEL
               MOVE WS-TARIFA TO TAB-REG-TARIFA-HORA
               MOVE WS-AUD-FECHA TO TAB-REG-FECHA-ACTUALIZA
               MOVE WS-OPERADOR-LOGIN TO TAB-REG-OPERADOR
               MOVE ZEROS TO WS-TARIFA-ANTERIOR
               WRITE TAB-REG-DOC
                   INVALID KEY
                       DISPLAY "**** ERROR AL CAPTURAR, STATUS: "
                               WS-STATUS-TAB
                   NOT INVALID KEY
                       DISPLAY "**** TARIFA CAPTURADA ***"
                       MOVE "CAPTURADA" TO WS-MOVIMIENTO
                       PERFORM 100320-AUDITORIA-LOG
               END-WRITE
           END-IF.
           EXIT.

       100200-MODIFICA.
           PERFORM 100050-CAPTURA-LLAVE.
           PERFORM 100060-LEE-TABULADOR.
           IF TABULADOR-EXISTE
               MOVE TAB-REG-TARIFA-HORA TO WS-TARIFA-EDIT
               DISPLAY "TARIFA ACTUAL: " WS-TARIFA-EDIT
               MOVE TAB-REG-TARIFA-HORA TO WS-TARIFA-ANTERIOR
               PERFORM 100070-CAPTURA-TARIFA
               ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
               MOVE WS-TARIFA TO TAB-REG-TARIFA-HORA
               MOVE WS-AUD-FECHA TO TAB-REG-FECHA-ACTUALIZA
               MOVE WS-OPERADOR-LOGIN TO TAB-REG-OPERADOR
               REWRITE TAB-REG-DOC
                   INVALID KEY
                       DISPLAY "**** ERROR AL MODIFICAR, STATUS: "
                               WS-STATUS-TAB
                   NOT INVALID KEY
                       DISPLAY "**** TARIFA MODIFICADA ***"
                       MOVE "MODIFICADA" TO WS-MOVIMIENTO
                       PERFORM 100320-AUDITORIA-LOG
               END-REWRITE
           ELSE
               DISPLAY "**** NO HAY TARIFA CAPTURADA PARA ESA "
                       "LLAVE ***"
           END-IF.
           EXIT.

       100300-CONSULTA.
           PERFORM 100050-CAPTURA-LLAVE.
           PERFORM 100060-LEE-TABULADOR.
           IF TABULADOR-EXISTE
               PERFORM 100310-MUESTRA-TARIFA
           ELSE
               DISPLAY "**** NO HAY TARIFA CAPTURADA PARA ESA "
                       "LLAVE ***"
           END-IF.
           EXIT.

       100310-MUESTRA-TARIFA.
           MOVE TAB-REG-TARIFA-HORA TO WS-TARIFA-EDIT.
           DISPLAY "CATEGORIA " TAB-REG-CATEGORIA
                   " PLANTEL " TAB-REG-PLANTEL
                   " TARIFA/HORA " WS-TARIFA-EDIT
                   " (ACTUALIZO " TAB-REG-OPERADOR " EL "
                   TAB-REG-FECHA-ACTUALIZA ")".
           EXIT.

       100320-AUDITORIA-LOG.
      *    REGISTRA OPERADOR, FECHA/HORA, LLAVE Y TARIFA ANTERIOR Y
      *    NUEVA EN LA BITACORA COMPARTIDA "auditoria.txt".
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           MOVE WS-TARIFA-ANTERIOR TO WS-TARIFA-ANT-EDIT.
           MOVE WS-TARIFA TO WS-TARIFA-EDIT.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "TABULADOR-MAKER" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|0000" DELIMITED BY SIZE
               TAB-REG-LLAVE DELIMITED BY SIZE
               "|TARIFA " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOVIMIENTO) DELIMITED BY SIZE
               " ANTERIOR " DELIMITED BY SIZE
               WS-TARIFA-ANT-EDIT DELIMITED BY SIZE
               " NUEVA " DELIMITED BY SIZE
               WS-TARIFA-EDIT DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100400-LISTA.
           MOVE "N" TO WS-FIN-TAB.
           MOVE LOW-VALUES TO TAB-REG-LLAVE.
           START DOC-TABULADOR KEY IS NOT LESS THAN TAB-REG-LLAVE
               INVALID KEY
                   SET FIN-TABULADOR TO TRUE
           END-START.
           PERFORM UNTIL FIN-TABULADOR
               READ DOC-TABULADOR NEXT RECORD
                   AT END
                       SET FIN-TABULADOR TO TRUE
                   NOT AT END
                       PERFORM 100310-MUESTRA-TARIFA
               END-READ
           END-PERFORM.
           EXIT.

       END PROGRAM TABULADOR-MAKER-DOC.
