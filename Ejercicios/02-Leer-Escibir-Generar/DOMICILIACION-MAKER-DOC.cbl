      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: ENROLL THE FAMILIES THAT ASK TO HAVE COLEGIATURA
      *          CHARGED AUTOMATICALLY TO THEIR CARD OR ACCOUNT
      *          (DOMICILIACION) IN "domiciliaciones.txt": TITULAR,
      *          TIPO DE CUENTA, REFERENCIA BANCARIA Y FECHA DE LA
      *          AUTORIZACION FIRMADA. LA LLAVE ES LA FAMILIA DE
      *          "familias.txt" (FAMILIA-SEARCH), ASI UN SOLO CARGO
      *          CUBRE A TODOS LOS HERMANOS. SE PUEDE SUSPENDER,
      *          CANCELAR O REACTIVAR. EVERY MOVEMENT IS LOGGED TO
      *          "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOMICILIACION-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-DOMICILIA ASSIGN TO "domiciliaciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOM-REG-FAMILIA
           FILE STATUS IS WS-STATUS-DOM.
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
           FD DOC-DOMICILIA.
           COPY "DOM-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 IN-DATA.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-TITULAR PIC X(40) VALUE SPACES.
               05 WS-TIPO-CUENTA PIC X(01) VALUE SPACES.
               05 WS-REFERENCIA PIC X(20) VALUE SPACES.
               05 WS-FECHA-AUTORIZA PIC 9(08) VALUE ZEROS.
               05 WS-ESTATUS-NUEVO PIC X(01) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-DOM PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-ACCION PIC X(24) VALUE SPACES.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-DIGITO-ESPERADO PIC 9(01) VALUE ZEROS.
               05 WS-CLAVE-DIGITO-OK PIC X VALUE "N".
               05 WS-CONFIRMA-CLAVE PIC X VALUE "N".
               05 WS-FAMILIA PIC 9(06) VALUE ZEROS.
               05 WS-MIEMBROS PIC 9(02) VALUE ZEROS.
               05 WS-FAMILIA-ENC PIC X VALUE "N".
                   88 FAMILIA-ENCONTRADA VALUE "S".

           01 SWITCHES.
               05 WS-EST-EXISTE PIC X VALUE "N".
                   88 EST-EXISTE VALUE "S".
               05 WS-DOM-EXISTE PIC X VALUE "N".
                   88 DOMICILIACION-EXISTE VALUE "S".
               05 WS-FECHA-OK PIC X VALUE "N".
                   88 FECHA-ACEPTADA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       PERFORM 100005-ABRE-DOMICILIA.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-DOMICILIA.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           DISPLAY "LOG -- OPERADOR (CAJA): " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           EXIT.

       100005-ABRE-DOMICILIA.
           OPEN I-O DOC-DOMICILIA.
           IF WS-STATUS-DOM = "35"
               OPEN OUTPUT DOC-DOMICILIA
               CLOSE DOC-DOMICILIA
               OPEN I-O DOC-DOMICILIA
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- DOMICILIACION DE COLEGIATURAS --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] ALTA / ACTUALIZACION DE AUTORIZACION".
           DISPLAY "  [2] SUSPENDER / CANCELAR / REACTIVAR".
           DISPLAY "  [3] CONSULTAR".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-ALTA
               WHEN 2
                   PERFORM 100200-CAMBIA-ESTATUS
               WHEN 3
                   PERFORM 100300-CONSULTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-CLAVE.
      *    LA AUTORIZACION ES POR FAMILIA: SE CAPTURA LA CLAVE DE
      *    CUALQUIER HERMANO Y LA FAMILIA SALE DE FAMILIA-SEARCH.
           DISPLAY "LOG -- CLAVE del estudiante: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE.
           MOVE "N" TO WS-EST-EXISTE.
           MOVE "N" TO WS-FAMILIA-ENC.
           MOVE "N" TO WS-DOM-EXISTE.
      *    VERIFICACION DEL DIGITO DE LA CLAVE (CLAVE-VERIFICA);
      *    LAS CLAVES ANTERIORES AL ESQUEMA PUEDEN NO CUMPLIR, ASI
      *    QUE SE AVISA Y EL OPERADOR CONFIRMA ANTES DE SEGUIR.
           MOVE "N" TO WS-CLAVE-DIGITO-OK.
           CALL "CLAVE-VERIFICA" USING
               WS-CLAVE WS-DIGITO-ESPERADO WS-CLAVE-DIGITO-OK.
           IF WS-CLAVE-DIGITO-OK NOT = "S"
               DISPLAY "**** AVISO: LA CLAVE NO CUMPLE EL DIGITO "
                       "VERIFICADOR ***"
               DISPLAY "¿ES CORRECTA LA CLAVE? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA-CLAVE
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA-CLAVE)
                   TO WS-CONFIRMA-CLAVE
               IF WS-CONFIRMA-CLAVE NOT = "S"
                   EXIT PARAGRAPH
               END-IF
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
               END-READ
           END-IF.
           CLOSE DOC-EST.
           IF NOT EST-EXISTE
               DISPLAY "**** CLAVE NO EXISTE EN ESTUDIANTES.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           CALL "FAMILIA-SEARCH" USING
               WS-CLAVE WS-FAMILIA WS-MIEMBROS WS-FAMILIA-ENC.
           IF NOT FAMILIA-ENCONTRADA
               DISPLAY "**** EL ALUMNO NO TIENE FAMILIA; LIGUELO "
                       "PRIMERO EN FAMILIAS-MAKER-DOC ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FAMILIA " WS-FAMILIA " (" WS-MIEMBROS
                   " ALUMNOS)".
           MOVE WS-FAMILIA TO DOM-REG-FAMILIA.
           READ DOC-DOMICILIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DOMICILIACION-EXISTE TO TRUE
           END-READ.
           EXIT.

       100100-ALTA.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT FAMILIA-ENCONTRADA
               EXIT PARAGRAPH
           END-IF.
           IF DOMICILIACION-EXISTE
               DISPLAY "**** YA DOMICILIADA (ESTATUS "
                       DOM-REG-ESTATUS "); SE ACTUALIZAN LOS DATOS ***"
           ELSE
               INITIALIZE DOM-REG-DOC
               MOVE WS-FAMILIA TO DOM-REG-FAMILIA
           END-IF.
           MOVE SPACES TO WS-TITULAR.
           PERFORM UNTIL WS-TITULAR NOT = SPACES
               DISPLAY "LOG -- TITULAR DE LA CUENTA: "
                       WITH NO ADVANCING
               ACCEPT WS-TITULAR
               MOVE FUNCTION UPPER-CASE(WS-TITULAR) TO WS-TITULAR
           END-PERFORM.
           MOVE SPACES TO WS-TIPO-CUENTA.
           PERFORM UNTIL WS-TIPO-CUENTA = "T" OR WS-TIPO-CUENTA = "C"
               DISPLAY "LOG -- (T)ARJETA / (C)LABE: "
                       WITH NO ADVANCING
               ACCEPT WS-TIPO-CUENTA
               MOVE FUNCTION UPPER-CASE(WS-TIPO-CUENTA)
                   TO WS-TIPO-CUENTA
           END-PERFORM.
           MOVE SPACES TO WS-REFERENCIA.
           PERFORM UNTIL WS-REFERENCIA NOT = SPACES
               DISPLAY "LOG -- REFERENCIA BANCARIA: "
                       WITH NO ADVANCING
               ACCEPT WS-REFERENCIA
           END-PERFORM.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- FECHA DE LA AUTORIZACION (AAAAMMDD): "
                       WITH NO ADVANCING
               ACCEPT WS-FECHA-AUTORIZA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-AUTORIZA)
                   = ZEROS
                   SET FECHA-ACEPTADA TO TRUE
               ELSE
                   DISPLAY "**** FECHA INVALIDA ***"
               END-IF
           END-PERFORM.
           MOVE WS-CLAVE TO DOM-REG-CLAVE-TITULAR.
           MOVE WS-TITULAR TO DOM-REG-TITULAR.
           MOVE WS-TIPO-CUENTA TO DOM-REG-TIPO-CUENTA.
           MOVE WS-REFERENCIA TO DOM-REG-REFERENCIA.
           MOVE WS-FECHA-AUTORIZA TO DOM-REG-FECHA-AUTORIZA.
           MOVE "A" TO DOM-REG-ESTATUS.
           MOVE ZEROS TO DOM-REG-RECHAZOS.
           MOVE "AUTORIZACION REGISTRADA" TO WS-AUD-ACCION.
           PERFORM 100900-GRABA-DOMICILIA.
           EXIT.

       100200-CAMBIA-ESTATUS.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT FAMILIA-ENCONTRADA
               EXIT PARAGRAPH
           END-IF.
           IF NOT DOMICILIACION-EXISTE
               DISPLAY "**** LA FAMILIA NO ESTA DOMICILIADA ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ESTATUS ACTUAL: " DOM-REG-ESTATUS
                   "  RECHAZOS SEGUIDOS: " DOM-REG-RECHAZOS.
           MOVE SPACES TO WS-ESTATUS-NUEVO.
           PERFORM UNTIL WS-ESTATUS-NUEVO = "A"
                   OR WS-ESTATUS-NUEVO = "S"
                   OR WS-ESTATUS-NUEVO = "C"
               DISPLAY "LOG -- (A)CTIVA / (S)USPENDIDA / (C)ANCELADA: "
                       WITH NO ADVANCING
               ACCEPT WS-ESTATUS-NUEVO
               MOVE FUNCTION UPPER-CASE(WS-ESTATUS-NUEVO)
                   TO WS-ESTATUS-NUEVO
           END-PERFORM.
           MOVE WS-ESTATUS-NUEVO TO DOM-REG-ESTATUS.
           EVALUATE TRUE
               WHEN DOM-ACTIVA
                   MOVE ZEROS TO DOM-REG-RECHAZOS
                   MOVE "DOMICILIACION REACTIVADA" TO WS-AUD-ACCION
               WHEN DOM-SUSPENDIDA
                   MOVE "DOMICILIACION SUSPENDIDA" TO WS-AUD-ACCION
               WHEN OTHER
                   MOVE "DOMICILIACION CANCELADA" TO WS-AUD-ACCION
           END-EVALUATE.
           PERFORM 100900-GRABA-DOMICILIA.
           EXIT.

       100300-CONSULTA.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT FAMILIA-ENCONTRADA
               EXIT PARAGRAPH
           END-IF.
           IF NOT DOMICILIACION-EXISTE
               DISPLAY "**** LA FAMILIA NO ESTA DOMICILIADA ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TITULAR:     " FUNCTION TRIM(DOM-REG-TITULAR).
           DISPLAY "CUENTA:      " DOM-REG-TIPO-CUENTA " "
                   DOM-REG-REFERENCIA.
           DISPLAY "AUTORIZADA:  " DOM-REG-FECHA-AUTORIZA
                   "  ESTATUS " DOM-REG-ESTATUS
                   "  RECHAZOS " DOM-REG-RECHAZOS.
           DISPLAY "ACTUALIZO:   " DOM-REG-OPERADOR " "
                   DOM-REG-FECHA-ACTUALIZA.
           EXIT.

       100900-GRABA-DOMICILIA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA TO DOM-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR TO DOM-REG-OPERADOR.
           IF DOMICILIACION-EXISTE
               REWRITE DOM-REG-DOC
           ELSE
               WRITE DOM-REG-DOC
           END-IF.
           IF WS-STATUS-DOM NOT = "00"
               DISPLAY "**** ERROR AL GRABAR DOMICILIACIONES.TXT, "
                       "STATUS: " WS-STATUS-DOM
           ELSE
               DISPLAY "**** " FUNCTION TRIM(WS-AUD-ACCION) " ***"
               PERFORM 100910-AUDITORIA-LOG
           END-IF.
           EXIT.

       100910-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "DOMICILIACION" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-ACCION) DELIMITED BY SIZE
               " FAMILIA " DELIMITED BY SIZE
               DOM-REG-FAMILIA DELIMITED BY SIZE
               " ESTATUS " DELIMITED BY SIZE
               DOM-REG-ESTATUS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM DOMICILIACION-MAKER-DOC.
