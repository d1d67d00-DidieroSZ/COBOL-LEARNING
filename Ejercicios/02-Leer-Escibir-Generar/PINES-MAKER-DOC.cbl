      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN THE STUDENT KIOSK PIN FILE "pines-alumno.txt"
      *          (PIN-REG-DOC): VENTANILLA ASIGNA O REPONE EL PIN DE UN
      *          ALUMNO DEL MAESTRO (EL ALUMNO DEBE CAMBIARLO AL ENTRAR
      *          AL KIOSCO), DESBLOQUEA UN PIN BLOQUEADO POR INTENTOS
      *          FALLIDOS Y LISTA LOS BLOQUEADOS. ROL CAPTURA O ADMIN;
      *          CADA MOVIMIENTO QUEDA EN "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINES-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-PINES ASSIGN TO "pines-alumno.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PIN-REG-CLAVE
           FILE STATUS IS WS-STATUS-PIN.
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
           FD DOC-PINES.
           COPY "PIN-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 IN-DATA.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-PIN PIC X(06) VALUE SPACES.
               05 WS-PIN-CONF PIC X(06) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-PIN PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MOVIMIENTO PIC X(30) VALUE SPACES.
               05 WS-PIN-LARGO PIC 9(02) VALUE ZEROS.
               05 WS-TOTAL-BLOQUEADOS PIC 9(05) VALUE ZEROS.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".

           01 SWITCHES.
               05 WS-FIN-LISTA PIC X VALUE "N".
                   88 FIN-LISTA VALUE "S".
               05 WS-PIN-OK PIC X VALUE "N".
                   88 PIN-VALIDO VALUE "S".

       PROCEDURE DIVISION.

      *    EL PIN LO ENTREGA VENTANILLA CON LA CREDENCIAL A LA VISTA:
      *    ROL CAPTURA O ADMIN.
       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(1:1) NOT = "S"
           AND WS-ROLES-SESION(5:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL CAPTURA NI ADMIN "
                   "***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-ARCHIVOS.
       IF WS-STATUS-EST NOT = "00"
           DISPLAY "**** ESTUDIANTES.TXT NO EXISTE TODAVIA ***"
           CLOSE DOC-PINES
           GOBACK
       END-IF.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-PINES.
       CLOSE DOC-EST.
       STOP RUN.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100005-ABRE-ARCHIVOS.
           OPEN I-O DOC-PINES.
           IF WS-STATUS-PIN = "35"
               OPEN OUTPUT DOC-PINES
               CLOSE DOC-PINES
               OPEN I-O DOC-PINES
           END-IF.
           OPEN INPUT DOC-EST.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] ASIGNAR / REPONER PIN DE ALUMNO".
           DISPLAY "  [2] DESBLOQUEAR PIN".
           DISPLAY "  [3] LISTAR PINES BLOQUEADOS".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-ASIGNA
               WHEN 2
                   PERFORM 100200-DESBLOQUEA
               WHEN 3
                   PERFORM 100300-LISTA-BLOQUEADOS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100100-ASIGNA.
           DISPLAY "LOG -- CLAVE DEL ALUMNO: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE.
           MOVE WS-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   DISPLAY "**** CLAVE NO ENCONTRADA ***"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "ALUMNO: " EST-REG-NOMBRE.
           MOVE "N" TO WS-PIN-OK.
           PERFORM UNTIL PIN-VALIDO
               DISPLAY "LOG -- PIN INICIAL (4 A 6 DIGITOS): "
                       WITH NO ADVANCING
               ACCEPT WS-PIN
               PERFORM 100110-VALIDA-PIN
           END-PERFORM.
           INITIALIZE PIN-REG-DOC.
           MOVE WS-CLAVE TO PIN-REG-CLAVE.
           MOVE WS-PIN TO PIN-REG-PIN.
      *    PIN DE VENTANILLA: FECHA EN CEROS PARA QUE EL KIOSCO PIDA
      *    EL CAMBIO EN LA PRIMERA SESION.
           MOVE ZEROS TO PIN-REG-FECHA-PIN.
           MOVE ZEROS TO PIN-REG-INTENTOS.
           SET PIN-DESBLOQUEADO TO TRUE.
           MOVE "PIN ASIGNADO" TO WS-MOVIMIENTO.
           WRITE PIN-REG-DOC
               INVALID KEY
                   MOVE "PIN REPUESTO" TO WS-MOVIMIENTO
                   REWRITE PIN-REG-DOC
           END-WRITE.
           IF WS-STATUS-PIN = "00" OR WS-STATUS-PIN = "02"
               DISPLAY "**** " FUNCTION TRIM(WS-MOVIMIENTO) "; EL "
                       "ALUMNO LO CAMBIARA AL ENTRAR AL KIOSCO ***"
               PERFORM 100900-AUDITORIA-LOG
           ELSE
               DISPLAY "**** ERROR AL GUARDAR, STATUS: "
                       WS-STATUS-PIN
           END-IF.
           EXIT.

       100110-VALIDA-PIN.
      *    SOLO DIGITOS, DE 4 A 6, SIN HUECOS.
           MOVE ZEROS TO WS-PIN-LARGO.
           INSPECT WS-PIN TALLYING WS-PIN-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PIN-LARGO < 4
               DISPLAY "**** EL PIN DEBE TENER DE 4 A 6 DIGITOS ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIN(1:WS-PIN-LARGO) NOT NUMERIC
               DISPLAY "**** EL PIN SOLO LLEVA DIGITOS ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIN-LARGO < 6
               IF WS-PIN(WS-PIN-LARGO + 1:) NOT = SPACES
                   DISPLAY "**** EL PIN NO LLEVA ESPACIOS ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET PIN-VALIDO TO TRUE.
           EXIT.

       100200-DESBLOQUEA.
           DISPLAY "LOG -- CLAVE DEL ALUMNO A DESBLOQUEAR: "
                   WITH NO ADVANCING.
           ACCEPT WS-CLAVE.
           MOVE WS-CLAVE TO PIN-REG-CLAVE.
           READ DOC-PINES
               INVALID KEY
                   DISPLAY "**** EL ALUMNO NO TIENE PIN ASIGNADO ***"
               NOT INVALID KEY
                   SET PIN-DESBLOQUEADO TO TRUE
                   MOVE ZEROS TO PIN-REG-INTENTOS
                   REWRITE PIN-REG-DOC
                   DISPLAY "**** PIN DESBLOQUEADO ***"
                   MOVE "PIN DESBLOQUEADO" TO WS-MOVIMIENTO
                   PERFORM 100900-AUDITORIA-LOG
           END-READ.
           EXIT.

       100300-LISTA-BLOQUEADOS.
           MOVE ZEROS TO WS-TOTAL-BLOQUEADOS.
           MOVE ZEROS TO PIN-REG-CLAVE.
           MOVE "N" TO WS-FIN-LISTA.
           START DOC-PINES KEY IS >= PIN-REG-CLAVE
               INVALID KEY
                   SET FIN-LISTA TO TRUE
           END-START.
           PERFORM UNTIL FIN-LISTA
               READ DOC-PINES NEXT RECORD
                   AT END
                       SET FIN-LISTA TO TRUE
                   NOT AT END
                       IF PIN-BLOQUEADO
                           ADD 1 TO WS-TOTAL-BLOQUEADOS
                           DISPLAY PIN-REG-CLAVE " ULTIMO ACCESO "
                                   PIN-REG-ULTIMO-ACCESO
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "**** PINES BLOQUEADOS: " WS-TOTAL-BLOQUEADOS
                   " ***".
           EXIT.

       100900-AUDITORIA-LOG.
      *    EL PIN NUNCA VA A LA BITACORA, SOLO EL MOVIMIENTO.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "PINES-MAKER" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOVIMIENTO) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM PINES-MAKER-DOC.
