      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN "no-adeudo.txt": THE NO-ADEUDO CLEARANCE OF
      *          A STUDENT BEFORE GRADUATION OR BAJA, ONE LINE PER
      *          AREA (BIBLIOTECA, LABORATORIO, FINANZAS, CONTROL
      *          ESCOLAR). CADA AREA LA FIRMA UN USUARIO QUE TENGA
      *          ESA AREA EN USUARIOS.TXT (AREA-ROL-SEARCH): REGISTRA
      *          LO QUE SE DEBE O LIBERA AL ALUMNO. UN ADMIN PUEDE
      *          LIBERAR CUALQUIER AREA POR OVERRIDE CON MOTIVO.
      *          FINANZAS SE LIBERA SOLA CON SALDO CERO (VER
      *          NO-ADEUDO-SEARCH). EVERY MOVEMENT IS LOGGED TO
      *          "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NO-ADEUDO-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-NO-ADEUDO ASSIGN TO "no-adeudo.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NAD-REG-LLAVE
           FILE STATUS IS WS-STATUS-NAD.
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
           FD DOC-NO-ADEUDO.
           COPY "NAD-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 IN-DATA.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-AREA PIC X(01) VALUE SPACES.
               05 WS-DETALLE PIC X(40) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-NAD PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-AREAS-SESION PIC X(04) VALUE "NNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-ACCION PIC X(24) VALUE SPACES.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-DIGITO-ESPERADO PIC 9(01) VALUE ZEROS.
               05 WS-CLAVE-DIGITO-OK PIC X VALUE "N".
               05 WS-SALDO-VENCIDO PIC S9(07)V99 VALUE ZEROS.
               05 WS-SALDO-TOTAL PIC S9(07)V99 VALUE ZEROS.
               05 WS-SALDO-EDIT PIC -ZZZZZZ9.99.
               05 WS-NAD-AREAS PIC X(04) VALUE SPACES.
               05 WS-NAD-LIBERADO PIC X VALUE "N".
                   88 ALUMNO-LIBERADO VALUE "S".

      *    AREAS EN EL ORDEN DE USU-REG-AREAS Y DE NO-ADEUDO-SEARCH.
           01 WS-AREA-LETRAS PIC X(04) VALUE "BLFE".
           01 WS-AREA-NOMBRES.
               05 FILLER PIC X(15) VALUE "BIBLIOTECA".
               05 FILLER PIC X(15) VALUE "LABORATORIO".
               05 FILLER PIC X(15) VALUE "FINANZAS".
               05 FILLER PIC X(15) VALUE "CONTROL ESCOLAR".
           01 WS-AREA-TABLA REDEFINES WS-AREA-NOMBRES.
               05 WS-AREA-NOMBRE OCCURS 4 TIMES PIC X(15).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(01).
               05 WS-IDX-AREA PIC 9(01).

           01 SWITCHES.
               05 WS-EST-EXISTE PIC X VALUE "N".
                   88 EST-EXISTE VALUE "S".
               05 WS-NAD-EXISTE PIC X VALUE "N".
                   88 AREA-EXISTE VALUE "S".
               05 WS-AREA-OK PIC X VALUE "N".
                   88 AREA-AUTORIZADA VALUE "S".

       PROCEDURE DIVISION.

      *    FIRMA QUIEN TENGA AL MENOS UN AREA DE NO ADEUDO O EL ROL
      *    ADMIN (PARA LOS OVERRIDES); LA CONSULTA ES PARA TODOS ELLOS.
       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-AREAS-SESION = "NNNN" AND WS-ROLES-SESION(5:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO FIRMA NINGUN AREA DE NO "
                   "ADEUDO ***"
           GOBACK
       END-IF.
       PERFORM 100005-ABRE-NO-ADEUDO.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-NO-ADEUDO.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           IF SESION-FIRMADA
               CALL "AREA-ROL-SEARCH" USING
                   WS-OPERADOR-LOGIN WS-AREAS-SESION
           END-IF.
           EXIT.

       100005-ABRE-NO-ADEUDO.
           OPEN I-O DOC-NO-ADEUDO.
           IF WS-STATUS-NAD = "35"
               OPEN OUTPUT DOC-NO-ADEUDO
               CLOSE DOC-NO-ADEUDO
               OPEN I-O DOC-NO-ADEUDO
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- NO ADEUDO (GRADUACION / BAJA) --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] REGISTRAR ADEUDO".
           DISPLAY "  [2] LIBERAR AREA".
           DISPLAY "  [3] OVERRIDE ADMIN".
           DISPLAY "  [4] CONSULTAR".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-REGISTRA-ADEUDO
               WHEN 2
                   PERFORM 100200-LIBERA
               WHEN 3
                   PERFORM 100300-OVERRIDE
               WHEN 4
                   PERFORM 100400-CONSULTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-CLAVE.
      *    EL ALUMNO DEBE EXISTIR EN EL MAESTRO; EL DIGITO SE AVISA
      *    IGUAL QUE EN SERVICIO-SOCIAL-MAKER-DOC.
           MOVE "N" TO WS-EST-EXISTE.
           DISPLAY "LOG -- CLAVE DEL ESTUDIANTE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE.
           MOVE "N" TO WS-CLAVE-DIGITO-OK.
           CALL "CLAVE-VERIFICA" USING
               WS-CLAVE WS-DIGITO-ESPERADO WS-CLAVE-DIGITO-OK.
           IF WS-CLAVE-DIGITO-OK NOT = "S"
               DISPLAY "**** AVISO: LA CLAVE NO CUMPLE EL DIGITO "
                       "VERIFICADOR ***"
           END-IF.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST = "00"
               MOVE WS-CLAVE TO EST-REG-CLAVE
               READ DOC-EST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET EST-EXISTE TO TRUE
                       DISPLAY "ESTUDIANTE: "
                               FUNCTION TRIM(EST-REG-NOMBRE)
                               "  ESTATUS " EST-REG-ESTATUS
               END-READ
           END-IF.
           CLOSE DOC-EST.
           IF NOT EST-EXISTE
               DISPLAY "**** CLAVE NO EXISTE EN ESTUDIANTES.TXT ***"
           END-IF.
           EXIT.

       100060-CAPTURA-AREA.
      *    EL AREA SE FIRMA SOLO CON LA BANDERA DEL USUARIO EN
      *    USUARIOS.TXT; EL OVERRIDE (ADMIN) NO PASA POR AQUI.
           MOVE "N" TO WS-AREA-OK.
           MOVE ZEROS TO WS-IDX-AREA.
           PERFORM UNTIL WS-IDX-AREA > ZEROS
               DISPLAY "LOG -- AREA (B)IBLIOTECA (L)ABORATORIO "
                       "(F)INANZAS (E)SCOLAR: " WITH NO ADVANCING
               ACCEPT WS-AREA
               MOVE FUNCTION UPPER-CASE(WS-AREA) TO WS-AREA
               PERFORM 100065-INDICE-AREA
           END-PERFORM.
           IF WS-AREAS-SESION(WS-IDX-AREA:1) = "S"
               SET AREA-AUTORIZADA TO TRUE
           END-IF.
           PERFORM 100070-LEE-AREA.
           EXIT.

       100065-INDICE-AREA.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF WS-AREA-LETRAS(WS-IDX:1) = WS-AREA
                   MOVE WS-IDX TO WS-IDX-AREA
               END-IF
           END-PERFORM.
           EXIT.

       100070-LEE-AREA.
           MOVE "N" TO WS-NAD-EXISTE.
           MOVE WS-CLAVE TO NAD-REG-CLAVE.
           MOVE WS-AREA TO NAD-REG-AREA.
           READ DOC-NO-ADEUDO
               INVALID KEY
                   INITIALIZE NAD-REG-DOC
                   MOVE WS-CLAVE TO NAD-REG-CLAVE
                   MOVE WS-AREA TO NAD-REG-AREA
               NOT INVALID KEY
                   SET AREA-EXISTE TO TRUE
                   DISPLAY "ESTATUS ACTUAL " NAD-REG-ESTATUS " - "
                           FUNCTION TRIM(NAD-REG-DETALLE)
           END-READ.
           EXIT.

       100080-CAPTURA-DETALLE.
           MOVE SPACES TO WS-DETALLE.
           PERFORM UNTIL WS-DETALLE NOT = SPACES
               DISPLAY "LOG -- DETALLE: " WITH NO ADVANCING
               ACCEPT WS-DETALLE
               MOVE FUNCTION UPPER-CASE(WS-DETALLE) TO WS-DETALLE
           END-PERFORM.
           EXIT.

       100100-REGISTRA-ADEUDO.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100060-CAPTURA-AREA.
           IF NOT AREA-AUTORIZADA
               DISPLAY "**** SU USUARIO NO FIRMA EL AREA DE "
                       FUNCTION TRIM(WS-AREA-NOMBRE(WS-IDX-AREA))
                       " ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOG -- QUE SE DEBE (LIBRO, EQUIPO, DOCUMENTO)".
           PERFORM 100080-CAPTURA-DETALLE.
           MOVE "A" TO NAD-REG-ESTATUS.
           MOVE WS-DETALLE TO NAD-REG-DETALLE.
           MOVE "ADEUDO REGISTRADO" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-NO-ADEUDO.
           EXIT.

       100200-LIBERA.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100060-CAPTURA-AREA.
           IF NOT AREA-AUTORIZADA
               DISPLAY "**** SU USUARIO NO FIRMA EL AREA DE "
                       FUNCTION TRIM(WS-AREA-NOMBRE(WS-IDX-AREA))
                       " ***"
               EXIT PARAGRAPH
           END-IF.
      *    FINANZAS: LA LIBERACION MANUAL CON SALDO EN EL DIARIO DE
      *    PAGOS SE CONFIRMA (CONDONACION, PAGO EN TRANSITO...).
           IF WS-AREA = "F"
               ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
               CALL "PAGOS-SALDO-SEARCH" USING
                   WS-CLAVE WS-AUD-FECHA
                   WS-SALDO-VENCIDO WS-SALDO-TOTAL
               IF WS-SALDO-TOTAL > ZEROS
                   MOVE WS-SALDO-TOTAL TO WS-SALDO-EDIT
                   DISPLAY "**** SALDO EN PAGOS.TXT: " WS-SALDO-EDIT
                           " ***"
                   DISPLAY "¿LIBERAR CON SALDO? (S/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRMA)
                       TO WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S"
                       DISPLAY "**** SIN CAMBIOS ***"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           DISPLAY "LOG -- OBSERVACION DE LA LIBERACION".
           PERFORM 100080-CAPTURA-DETALLE.
           MOVE "L" TO NAD-REG-ESTATUS.
           MOVE WS-DETALLE TO NAD-REG-DETALLE.
           MOVE "AREA LIBERADA" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-NO-ADEUDO.
           EXIT.

       100300-OVERRIDE.
      *    SOLO ADMIN; EL MOTIVO ES OBLIGATORIO Y QUEDA EN EL
      *    REGISTRO Y EN LA BITACORA.
           IF WS-ROLES-SESION(5:1) NOT = "S"
               DISPLAY "**** SE REQUIERE UN USUARIO ADMIN ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100060-CAPTURA-AREA.
           IF NAD-LIBERADO OR NAD-OVERRIDE
               DISPLAY "**** EL AREA YA ESTA LIBERADA ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOG -- MOTIVO DEL OVERRIDE".
           PERFORM 100080-CAPTURA-DETALLE.
           MOVE "O" TO NAD-REG-ESTATUS.
           MOVE WS-DETALLE TO NAD-REG-DETALLE.
           MOVE "OVERRIDE ADMIN" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-NO-ADEUDO.
           EXIT.

       100400-CONSULTA.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE "N" TO WS-NAD-LIBERADO.
           CALL "NO-ADEUDO-SEARCH" USING
               WS-CLAVE WS-AUD-FECHA WS-NAD-AREAS WS-NAD-LIBERADO.
           PERFORM 100410-MUESTRA-AREA
               VARYING WS-IDX-AREA FROM 1 BY 1 UNTIL WS-IDX-AREA > 4.
           IF ALUMNO-LIBERADO
               DISPLAY "**** ALUMNO LIBERADO EN TODAS LAS AREAS ***"
           ELSE
               DISPLAY "**** ALUMNO CON BLOQUEO DE NO ADEUDO ***"
           END-IF.
           EXIT.

       100410-MUESTRA-AREA.
           MOVE WS-AREA-LETRAS(WS-IDX-AREA:1) TO WS-AREA.
           MOVE WS-CLAVE TO NAD-REG-CLAVE.
           MOVE WS-AREA TO NAD-REG-AREA.
           MOVE SPACES TO WS-DETALLE.
           READ DOC-NO-ADEUDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NAD-REG-DETALLE TO WS-DETALLE
           END-READ.
           EVALUATE WS-NAD-AREAS(WS-IDX-AREA:1)
               WHEN "L"
                   MOVE "LIBERADO" TO WS-AUD-ACCION
               WHEN "O"
                   MOVE "OVERRIDE ADMIN" TO WS-AUD-ACCION
               WHEN "S"
                   MOVE "SALDO CERO" TO WS-AUD-ACCION
               WHEN "A"
                   MOVE "ADEUDO" TO WS-AUD-ACCION
               WHEN OTHER
                   MOVE "SIN FIRMA" TO WS-AUD-ACCION
           END-EVALUATE.
           DISPLAY WS-AREA-NOMBRE(WS-IDX-AREA) " "
                   WS-AUD-ACCION(1:15) " "
                   FUNCTION TRIM(WS-DETALLE).
           EXIT.

       100900-GRABA-NO-ADEUDO.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA TO NAD-REG-FECHA-FIRMA.
           MOVE WS-OPERADOR-LOGIN TO NAD-REG-OPERADOR.
           IF AREA-EXISTE
               REWRITE NAD-REG-DOC
           ELSE
               WRITE NAD-REG-DOC
           END-IF.
           IF WS-STATUS-NAD NOT = "00"
               DISPLAY "**** ERROR AL GRABAR NO-ADEUDO.TXT, "
                       "STATUS: " WS-STATUS-NAD
           ELSE
               DISPLAY "**** " FUNCTION TRIM(WS-AUD-ACCION) " ***"
               PERFORM 100910-AUDITORIA-LOG
           END-IF.
           EXIT.

       100910-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "NO-ADEUDO" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               NAD-REG-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-ACCION) DELIMITED BY SIZE
               " AREA " DELIMITED BY SIZE
               NAD-REG-AREA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(NAD-REG-DETALLE) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM NO-ADEUDO-MAKER-DOC.
