      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: GRADE APPEAL (REVISION DE CALIFICACION) REGISTRY
      *          "apelaciones.txt" (APE-REG-DOC). EL ALUMNO PRESENTA LA
      *          APELACION SOBRE UN PARCIAL DE UNA MATERIA+GRUPO CUYA
      *          ACTA ESTA CERRADA, DENTRO DE LOS DIAS DEL PARAMETRO
      *          APEL-DIAS (DEFAULT 10) CONTADOS DESDE EL CIERRE; EL
      *          PROFESOR RESPONDE (RATIFICA O PROPONE CALIFICACION) Y
      *          EL COMITE ACADEMICO DICTAMINA CON LA FIRMA DE TRES
      *          USUARIOS DISTINTOS CON ROL DE CORRECCION. SOLO UNA
      *          APELACION PROCEDENTE REABRE EL ACTA, ASIENTA EL
      *          PARCIAL CON EL MISMO RASTRO QUE CALIF-MATERIA-DOC
      *          ("cambios-calif.txt" CON EL FOLIO COMO MOTIVO) Y LA
      *          VUELVE A CERRAR. EVERY MOVEMENT IS LOGGED TO
      *          "auditoria.txt"; EL REPORTE ES APELACIONES-REP-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APELACION-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-APELACIONES ASSIGN TO "apelaciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APE-REG-FOLIO
           FILE STATUS IS WS-STATUS-APE.
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
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-REG-LLAVE
           FILE STATUS IS WS-STATUS-MAT.
       SELECT DOC-ACTAS ASSIGN TO "actas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ACTAS.
       SELECT DOC-CAMBIOS ASSIGN TO "cambios-calif.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAMBIOS.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-APELACIONES.
           COPY "APE-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD MAT-DOC.
           COPY "MAT-REG-DOC.cpy".

           FD DOC-ACTAS.
      *    MISMO REGISTRO DE CIERRE DE ACTAS QUE CALIF-MATERIA-DOC:
      *    "C" CIERRA, "A" REABRE; LA ULTIMA LINEA ES LA VIGENTE.
           01 ACTA-REG.
               05 ACTA-MATERIA PIC X(06).
               05 ACTA-PARCIAL PIC 9(01).
               05 ACTA-ESTADO PIC X(01).
               05 ACTA-FECHA PIC 9(08).
               05 ACTA-OPERADOR PIC X(10).
               05 ACTA-MOTIVO PIC X(30).

           FD DOC-CAMBIOS.
      *    BITACORA DE CAMBIOS DE CALIFICACION (VER CALIF-MATERIA-DOC).
           01 LINEA-CAMBIO PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-APE PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-ACTAS PIC XX.
               05 WS-STATUS-CAMBIOS PIC XX.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-TEXTO PIC X(70) VALUE SPACES.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-FOLIO PIC 9(06) VALUE ZEROS.
               05 WS-MAT-CAPTURA.
                   10 WS-MAT-CAP-CLAVE PIC X(04).
                   10 WS-MAT-CAP-GRUPO PIC X(02).
               05 WS-PARCIAL-NUM PIC 9 VALUE ZEROS.
               05 WS-PROFESOR PIC 9(03) VALUE ZEROS.
               05 WS-PLAZO-DIAS PIC 9(03) VALUE 10.
               05 WS-DIAS-TRANSCURRIDOS PIC S9(07) VALUE ZEROS.
               05 WS-ACTA-ESTADO PIC X VALUE SPACE.
                   88 ACTA-CERRADA VALUE "C".
               05 WS-ACTA-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-ACTA-MOVIMIENTO PIC X(01) VALUE SPACE.
               05 WS-ACTA-MOTIVO PIC X(30) VALUE SPACES.
               05 WS-ARGUMENTO PIC X(60) VALUE SPACES.
               05 WS-TEXTO PIC X(60) VALUE SPACES.
               05 WS-POSTURA PIC X(01) VALUE SPACE.
               05 WS-DICTAMEN PIC X(01) VALUE SPACE.
               05 WS-CONFIRMA PIC X(01) VALUE SPACE.
               05 WS-CALIF-ENTRADA PIC X(05).
               05 WS-CALIF-FILTRO PIC X(05).
               05 WS-PUNTOS-DEC PIC 9.
               05 WS-CALIF-TEMP PIC 9(03)V9.
               05 WS-CALIF-VALIDA PIC X.
               05 WS-CALIF-ANTERIOR PIC 9(03)V9 VALUE ZEROS.
               05 WS-FINAL-ANTERIOR PIC 9(03)V9 VALUE ZEROS.
               05 WS-CAL-EDIT OCCURS 3 TIMES PIC ZZ9.9.
               05 WS-ESTATUS-NOMBRE PIC X(12) VALUE SPACES.
               05 WS-FIRMA-NUM PIC 9 VALUE ZEROS.
               05 WS-AUT-LOGIN PIC X(10) VALUE SPACES.
               05 WS-AUT-ROLES PIC X(05) VALUE "NNNNN".
               05 WS-AUT-FIRMADO PIC X VALUE "N".
               05 WS-FIRMAS PIC X(10) OCCURS 3 TIMES.

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
               05 WS-SLOT PIC 99.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-NOTIFICA-CALL.
               05 WS-NOT-EVENTO PIC X(12) VALUE "APELACION".
               05 WS-NOT-MENSAJE PIC X(60).

           01 SWITCHES.
               05 WS-EST-EXISTE PIC X VALUE "N".
                   88 EST-EXISTE VALUE "S".
               05 WS-APE-EXISTE PIC X VALUE "N".
                   88 APE-EXISTE VALUE "S".
               05 WS-FIN-APE PIC X VALUE "N".
                   88 FIN-APELACIONES VALUE "S".
               05 WS-FIN-ACTAS PIC X VALUE "N".
                   88 FIN-ACTAS VALUE "S".
               05 WS-DUPLICADA PIC X VALUE "N".
                   88 APELACION-DUPLICADA VALUE "S".
               05 WS-FIRMAS-OK PIC X VALUE "N".
                   88 FIRMAS-COMPLETAS VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "APELACION-MAKER-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       PERFORM 100003-LEE-PARAMETROS.
       PERFORM 100005-ABRE-APELACIONES.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-APELACIONES.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100003-LEE-PARAMETROS.
      *    DIAS NATURALES DESPUES DEL CIERRE DEL ACTA PARA PRESENTAR
      *    LA APELACION.
           MOVE "APEL-DIAS" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR TO WS-PLAZO-DIAS
           END-IF.
           EXIT.

       100005-ABRE-APELACIONES.
           OPEN I-O DOC-APELACIONES.
           IF WS-STATUS-APE = "35"
               OPEN OUTPUT DOC-APELACIONES
               CLOSE DOC-APELACIONES
               OPEN I-O DOC-APELACIONES
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- APELACIONES DE CALIFICACION --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] PRESENTAR APELACION".
           DISPLAY "  [2] RESPUESTA DEL PROFESOR".
           DISPLAY "  [3] DICTAMEN DEL COMITE ACADEMICO".
           DISPLAY "  [4] APLICAR APELACION PROCEDENTE".
           DISPLAY "  [5] CONSULTAR APELACION".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-PRESENTA
               WHEN 2
                   PERFORM 100200-RESPUESTA
               WHEN 3
                   PERFORM 100300-DICTAMEN
               WHEN 4
                   PERFORM 100400-APLICA
               WHEN 5
                   PERFORM 100060-CAPTURA-FOLIO
                   IF APE-EXISTE
                       PERFORM 100070-MUESTRA-APELACION
                   END-IF
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100020-VALIDA-CORRECCION.
      *    CONTESTAR, DICTAMINAR Y APLICAR CAMBIAN EL CURSO DE UNA
      *    CALIFICACION OFICIAL: SOLO CON EL ROL DE CORRECCION.
           IF WS-ROLES-SESION(2:1) NOT = "S"
               DISPLAY "**** SU USUARIO NO TIENE EL ROL DE "
                       "CORRECCION ***"
               MOVE "N" TO WS-APE-EXISTE
           END-IF.
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

       100055-BUSCA-SLOT.
           IF EST-REG-MATERIA-TABLA(WS-SUB) = WS-MAT-CAPTURA
               MOVE WS-SUB TO WS-SLOT
           END-IF.
           EXIT.

       100060-CAPTURA-FOLIO.
           MOVE "N" TO WS-APE-EXISTE.
           DISPLAY "LOG -- FOLIO DE LA APELACION: " WITH NO ADVANCING.
           ACCEPT WS-FOLIO.
           MOVE WS-FOLIO TO APE-REG-FOLIO.
           READ DOC-APELACIONES
               INVALID KEY
                   DISPLAY "**** FOLIO NO ENCONTRADO ***"
               NOT INVALID KEY
                   SET APE-EXISTE TO TRUE
           END-READ.
           EXIT.

       100070-MUESTRA-APELACION.
           EVALUATE TRUE
               WHEN APE-REGISTRADA
                   MOVE "REGISTRADA" TO WS-ESTATUS-NOMBRE
               WHEN APE-CONTESTADA
                   MOVE "CONTESTADA" TO WS-ESTATUS-NOMBRE
               WHEN APE-POR-APLICAR
                   MOVE "PROCEDENTE" TO WS-ESTATUS-NOMBRE
               WHEN APE-RECHAZADA
                   MOVE "IMPROCEDENTE" TO WS-ESTATUS-NOMBRE
               WHEN OTHER
                   MOVE "APLICADA" TO WS-ESTATUS-NOMBRE
           END-EVALUATE.
           MOVE APE-REG-CALIF-ORIGINAL TO WS-CAL-EDIT(1).
           MOVE APE-REG-CALIF-PROPUESTA TO WS-CAL-EDIT(2).
           MOVE APE-REG-CALIF-DICTAMEN TO WS-CAL-EDIT(3).
           DISPLAY "FOLIO " APE-REG-FOLIO " CLAVE " APE-REG-CLAVE
                   " MAT " APE-REG-MATERIA " P" APE-REG-PARCIAL
                   " PROF " APE-REG-PROFESOR " " WS-ESTATUS-NOMBRE.
           DISPLAY "  PRESENTADA " APE-REG-FECHA-PRESENTA
                   " (ACTA CERRADA " APE-REG-FECHA-CIERRE-ACTA
                   ") CALIFICACION " WS-CAL-EDIT(1).
           DISPLAY "  ARGUMENTO: " FUNCTION TRIM(APE-REG-ARGUMENTO).
           IF APE-REG-POSTURA-PROF NOT = SPACE
               DISPLAY "  PROFESOR " APE-REG-FECHA-RESPUESTA
                       " POSTURA " APE-REG-POSTURA-PROF
                       " PROPUESTA " WS-CAL-EDIT(2)
               DISPLAY "  RESPUESTA: "
                       FUNCTION TRIM(APE-REG-RESPUESTA)
           END-IF.
           IF APE-REG-DICTAMEN NOT = SPACE
               DISPLAY "  DICTAMEN " APE-REG-FECHA-DICTAMEN " "
                       APE-REG-DICTAMEN " CALIFICACION "
                       WS-CAL-EDIT(3) " FIRMAS "
                       APE-REG-FIRMA(1) " " APE-REG-FIRMA(2) " "
                       APE-REG-FIRMA(3)
               DISPLAY "  FUNDAMENTO: "
                       FUNCTION TRIM(APE-REG-FUNDAMENTO)
           END-IF.
           IF APE-APLICADA
               DISPLAY "  APLICADA " APE-REG-FECHA-APLICA " POR "
                       APE-REG-APLICO
           END-IF.
           EXIT.

       100080-CAPTURA-CALIF.
      *    MISMA VALIDACION DE DECIMAL QUE CALIF-MATERIA-DOC.
           MOVE "N" TO WS-CALIF-VALIDA.
           PERFORM UNTIL WS-CALIF-VALIDA = "S"
               DISPLAY "LOG -- CALIFICACION (0-100, EJ. 85.5): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-CALIF-ENTRADA
               ACCEPT WS-CALIF-ENTRADA
               MOVE "S" TO WS-CALIF-VALIDA
               MOVE WS-CALIF-ENTRADA TO WS-CALIF-FILTRO
               INSPECT WS-CALIF-FILTRO
                   CONVERTING "0123456789." TO "           "
               MOVE ZEROS TO WS-PUNTOS-DEC
               INSPECT WS-CALIF-ENTRADA TALLYING WS-PUNTOS-DEC
                   FOR ALL "."
               IF WS-CALIF-ENTRADA = SPACES
                   OR WS-CALIF-FILTRO NOT = SPACES
                   OR WS-PUNTOS-DEC > 1
                   DISPLAY "**** CAPTURE UN NUMERO (EJ. 85.5) ***"
                   MOVE "N" TO WS-CALIF-VALIDA
               ELSE
                   COMPUTE WS-CALIF-TEMP ROUNDED =
                       FUNCTION NUMVAL(WS-CALIF-ENTRADA)
                   IF WS-CALIF-TEMP > 100
                       DISPLAY "**** CALIFICACION FUERA DE RANGO "
                               "0-100 ***"
                       MOVE "N" TO WS-CALIF-VALIDA
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       100090-ESTADO-ACTA.
      *    ESTADO VIGENTE DEL ACTA DE LA MATERIA+GRUPO Y PARCIAL, CON
      *    LA FECHA DE SU ULTIMO MOVIMIENTO.
           MOVE SPACE TO WS-ACTA-ESTADO.
           MOVE ZEROS TO WS-ACTA-FECHA.
           MOVE "N" TO WS-FIN-ACTAS.
           OPEN INPUT DOC-ACTAS.
           IF WS-STATUS-ACTAS = "00"
               PERFORM UNTIL FIN-ACTAS
                   READ DOC-ACTAS
                       AT END
                           SET FIN-ACTAS TO TRUE
                       NOT AT END
                           IF ACTA-MATERIA = WS-MAT-CAPTURA
                               AND ACTA-PARCIAL = WS-PARCIAL-NUM
                               MOVE ACTA-ESTADO TO WS-ACTA-ESTADO
                               MOVE ACTA-FECHA TO WS-ACTA-FECHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-ACTAS
           END-IF.
           EXIT.

       100095-ESCRIBE-ACTA.
           OPEN EXTEND DOC-ACTAS.
           IF WS-STATUS-ACTAS = "35"
               OPEN OUTPUT DOC-ACTAS
           END-IF.
           INITIALIZE ACTA-REG.
           MOVE WS-MAT-CAPTURA TO ACTA-MATERIA.
           MOVE WS-PARCIAL-NUM TO ACTA-PARCIAL.
           MOVE WS-ACTA-MOVIMIENTO TO ACTA-ESTADO.
           MOVE WS-AUD-FECHA TO ACTA-FECHA.
           MOVE WS-OPERADOR-LOGIN TO ACTA-OPERADOR.
           MOVE WS-ACTA-MOTIVO TO ACTA-MOTIVO.
           WRITE ACTA-REG.
           CLOSE DOC-ACTAS.
           INITIALIZE WS-AUD-TEXTO.
           STRING
               "ACTA " DELIMITED BY SIZE
               WS-MAT-CAPTURA DELIMITED BY SIZE
               " P" DELIMITED BY SIZE
               WS-PARCIAL-NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACTA-MOVIMIENTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACTA-MOTIVO) DELIMITED BY SIZE
           INTO WS-AUD-TEXTO.
           PERFORM 100900-AUDITORIA-LOG.
           EXIT.

       100100-PRESENTA.
           PERFORM 100050-CAPTURA-ALUMNO.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOG -- CLAVE de la materia: " WITH NO ADVANCING.
           ACCEPT WS-MAT-CAP-CLAVE.
           DISPLAY "LOG -- GRUPO (EJ. 01): " WITH NO ADVANCING.
           ACCEPT WS-MAT-CAP-GRUPO.
           MOVE ZEROS TO WS-SLOT.
           PERFORM 100055-BUSCA-SLOT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20.
           IF WS-SLOT = ZEROS
               DISPLAY "**** EL ALUMNO NO ESTA INSCRITO EN ESE "
                       "GRUPO ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-PROFESOR.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT = "00"
               MOVE WS-MAT-CAPTURA TO MAT-REG-LLAVE
               READ MAT-DOC
                   NOT INVALID KEY
                       MOVE MAT-REG-PROFE-CLAVE TO WS-PROFESOR
                       DISPLAY "MATERIA:  " MAT-REG-NOMBRE
               END-READ
               CLOSE MAT-DOC
           END-IF.
           MOVE ZEROS TO WS-PARCIAL-NUM.
           PERFORM UNTIL WS-PARCIAL-NUM >= 1 AND WS-PARCIAL-NUM <= 3
               DISPLAY "LOG -- PARCIAL APELADO (1-3): "
                       WITH NO ADVANCING
               ACCEPT WS-PARCIAL-NUM
           END-PERFORM.
      *    MIENTRAS EL ACTA ESTA ABIERTA LA CALIFICACION SE CORRIGE
      *    EN LA CAPTURA NORMAL; LA APELACION ES CONTRA EL ACTA
      *    OFICIAL Y DENTRO DEL PLAZO.
           PERFORM 100090-ESTADO-ACTA.
           IF NOT ACTA-CERRADA
               DISPLAY "**** EL ACTA DE ESE PARCIAL NO ESTA CERRADA; "
                       "NO PROCEDE APELACION ***"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-TRANSCURRIDOS =
               FUNCTION INTEGER-OF-DATE(WS-AUD-FECHA)
               - FUNCTION INTEGER-OF-DATE(WS-ACTA-FECHA).
           IF WS-DIAS-TRANSCURRIDOS > WS-PLAZO-DIAS
               DISPLAY "**** FUERA DE PLAZO: EL ACTA CERRO EL "
                       WS-ACTA-FECHA " Y EL PLAZO ES DE "
                       WS-PLAZO-DIAS " DIAS ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100110-BUSCA-DUPLICADA.
           IF APELACION-DUPLICADA
               DISPLAY "**** YA HAY UNA APELACION ABIERTA DEL ALUMNO "
                       "PARA ESE PARCIAL ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ARGUMENTO.
           PERFORM UNTIL WS-ARGUMENTO NOT = SPACES
               DISPLAY "LOG -- ARGUMENTO DEL ALUMNO: "
                       WITH NO ADVANCING
               ACCEPT WS-ARGUMENTO
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-ARGUMENTO) TO WS-ARGUMENTO.
           MOVE EST-REG-PARCIAL-TABLA(WS-SLOT, WS-PARCIAL-NUM)
               TO WS-CAL-EDIT(1).
           DISPLAY "APELAR " WS-CLAVE " MAT " WS-MAT-CAPTURA " P"
                   WS-PARCIAL-NUM " (" WS-CAL-EDIT(1)
                   ") -- CONFIRMA (S/N): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "**** APELACION CANCELADA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100120-SIGUIENTE-FOLIO.
           INITIALIZE APE-REG-DOC.
           MOVE WS-FOLIO TO APE-REG-FOLIO.
           MOVE WS-CLAVE TO APE-REG-CLAVE.
           MOVE WS-MAT-CAPTURA TO APE-REG-MATERIA.
           MOVE WS-PARCIAL-NUM TO APE-REG-PARCIAL.
           MOVE WS-PROFESOR TO APE-REG-PROFESOR.
           MOVE EST-REG-PARCIAL-TABLA(WS-SLOT, WS-PARCIAL-NUM)
               TO APE-REG-CALIF-ORIGINAL.
           MOVE EST-REG-CALIF-TABLA(WS-SLOT)
               TO APE-REG-FINAL-ORIGINAL.
           MOVE WS-ACTA-FECHA TO APE-REG-FECHA-CIERRE-ACTA.
           MOVE WS-AUD-FECHA TO APE-REG-FECHA-PRESENTA.
           MOVE WS-ARGUMENTO TO APE-REG-ARGUMENTO.
           MOVE WS-OPERADOR-LOGIN TO APE-REG-REGISTRO.
           MOVE "R" TO APE-REG-ESTATUS.
           WRITE APE-REG-DOC
               INVALID KEY
                   DISPLAY "**** ERROR AL GRABAR LA APELACION, "
                           "STATUS: " WS-STATUS-APE
                   EXIT PARAGRAPH
           END-WRITE.
           DISPLAY "**** APELACION REGISTRADA, FOLIO " WS-FOLIO " ***".
           INITIALIZE WS-AUD-TEXTO.
           STRING
               "PRESENTA FOLIO " DELIMITED BY SIZE
               APE-REG-FOLIO DELIMITED BY SIZE
               " MAT " DELIMITED BY SIZE
               APE-REG-MATERIA DELIMITED BY SIZE
               " P" DELIMITED BY SIZE
               APE-REG-PARCIAL DELIMITED BY SIZE
               " PROF " DELIMITED BY SIZE
               APE-REG-PROFESOR DELIMITED BY SIZE
           INTO WS-AUD-TEXTO.
           PERFORM 100900-AUDITORIA-LOG.
           EXIT.

       100110-BUSCA-DUPLICADA.
           MOVE "N" TO WS-DUPLICADA.
           MOVE "N" TO WS-FIN-APE.
           MOVE ZEROS TO APE-REG-FOLIO.
           START DOC-APELACIONES KEY IS NOT LESS THAN APE-REG-FOLIO
               INVALID KEY
                   SET FIN-APELACIONES TO TRUE
           END-START.
           PERFORM UNTIL FIN-APELACIONES
               READ DOC-APELACIONES NEXT RECORD
                   AT END
                       SET FIN-APELACIONES TO TRUE
                   NOT AT END
                       IF APE-REG-CLAVE = WS-CLAVE
                           AND APE-REG-MATERIA = WS-MAT-CAPTURA
                           AND APE-REG-PARCIAL = WS-PARCIAL-NUM
                           AND APE-ABIERTA
                           SET APELACION-DUPLICADA TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100120-SIGUIENTE-FOLIO.
           MOVE ZEROS TO WS-FOLIO.
           MOVE "N" TO WS-FIN-APE.
           MOVE ZEROS TO APE-REG-FOLIO.
           START DOC-APELACIONES KEY IS NOT LESS THAN APE-REG-FOLIO
               INVALID KEY
                   SET FIN-APELACIONES TO TRUE
           END-START.
           PERFORM UNTIL FIN-APELACIONES
               READ DOC-APELACIONES NEXT RECORD
                   AT END
                       SET FIN-APELACIONES TO TRUE
                   NOT AT END
                       MOVE APE-REG-FOLIO TO WS-FOLIO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-FOLIO.
           EXIT.

       100200-RESPUESTA.
      *    EL OPERADOR ASIENTA LA RESPUESTA ESCRITA DEL PROFESOR.
           PERFORM 100060-CAPTURA-FOLIO.
           IF APE-EXISTE
               PERFORM 100020-VALIDA-CORRECCION
           END-IF.
           IF NOT APE-EXISTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100070-MUESTRA-APELACION.
           IF NOT APE-REGISTRADA
               DISPLAY "**** LA APELACION YA TIENE RESPUESTA DEL "
                       "PROFESOR ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-POSTURA.
           PERFORM UNTIL WS-POSTURA = "R" OR WS-POSTURA = "M"
               DISPLAY "LOG -- EL PROFESOR (R)ATIFICA / (M)ODIFICA: "
                       WITH NO ADVANCING
               ACCEPT WS-POSTURA
               MOVE FUNCTION UPPER-CASE(WS-POSTURA) TO WS-POSTURA
           END-PERFORM.
           MOVE APE-REG-CALIF-ORIGINAL TO WS-CALIF-TEMP.
           IF WS-POSTURA = "M"
               DISPLAY "CALIFICACION QUE PROPONE EL PROFESOR"
               PERFORM 100080-CAPTURA-CALIF
           END-IF.
           MOVE SPACES TO WS-TEXTO.
           PERFORM UNTIL WS-TEXTO NOT = SPACES
               DISPLAY "LOG -- RESPUESTA DEL PROFESOR: "
                       WITH NO ADVANCING
               ACCEPT WS-TEXTO
           END-PERFORM.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-POSTURA TO APE-REG-POSTURA-PROF.
           MOVE WS-CALIF-TEMP TO APE-REG-CALIF-PROPUESTA.
           MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO APE-REG-RESPUESTA.
           MOVE WS-AUD-FECHA TO APE-REG-FECHA-RESPUESTA.
           MOVE "C" TO APE-REG-ESTATUS.
           REWRITE APE-REG-DOC.
           DISPLAY "**** RESPUESTA REGISTRADA ***".
           INITIALIZE WS-AUD-TEXTO.
           STRING
               "RESPUESTA PROFESOR FOLIO " DELIMITED BY SIZE
               APE-REG-FOLIO DELIMITED BY SIZE
               " POSTURA " DELIMITED BY SIZE
               APE-REG-POSTURA-PROF DELIMITED BY SIZE
               " PROPUESTA " DELIMITED BY SIZE
               APE-REG-CALIF-PROPUESTA DELIMITED BY SIZE
           INTO WS-AUD-TEXTO.
           MOVE APE-REG-CLAVE TO WS-CLAVE.
           PERFORM 100900-AUDITORIA-LOG.
           EXIT.

       100300-DICTAMEN.
      *    EL COMITE DICTAMINA DESPUES DE LA RESPUESTA DEL PROFESOR;
      *    EL DICTAMEN SOLO SE GRABA CON LAS TRES FIRMAS.
           PERFORM 100060-CAPTURA-FOLIO.
           IF APE-EXISTE
               PERFORM 100020-VALIDA-CORRECCION
           END-IF.
           IF NOT APE-EXISTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100070-MUESTRA-APELACION.
           IF NOT APE-CONTESTADA
               DISPLAY "**** SOLO SE DICTAMINA UNA APELACION "
                       "CONTESTADA POR EL PROFESOR ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-DICTAMEN.
           PERFORM UNTIL WS-DICTAMEN = "P" OR WS-DICTAMEN = "I"
               DISPLAY "LOG -- DICTAMEN (P)ROCEDE / (I)MPROCEDENTE: "
                       WITH NO ADVANCING
               ACCEPT WS-DICTAMEN
               MOVE FUNCTION UPPER-CASE(WS-DICTAMEN) TO WS-DICTAMEN
           END-PERFORM.
           MOVE APE-REG-CALIF-ORIGINAL TO WS-CALIF-TEMP.
           IF WS-DICTAMEN = "P"
               DISPLAY "NUEVA CALIFICACION DEL PARCIAL"
               PERFORM 100080-CAPTURA-CALIF
               IF WS-CALIF-TEMP = APE-REG-CALIF-ORIGINAL
                   DISPLAY "**** UNA APELACION PROCEDENTE CAMBIA LA "
                           "CALIFICACION; DICTAMEN CANCELADO ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO WS-TEXTO.
           PERFORM UNTIL WS-TEXTO NOT = SPACES
               DISPLAY "LOG -- FUNDAMENTO DEL DICTAMEN: "
                       WITH NO ADVANCING
               ACCEPT WS-TEXTO
           END-PERFORM.
           PERFORM 100310-RECABA-FIRMAS.
           IF NOT FIRMAS-COMPLETAS
               DISPLAY "**** SIN LAS TRES FIRMAS; DICTAMEN NO "
                       "GRABADO ***"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-DICTAMEN TO APE-REG-DICTAMEN.
           MOVE WS-CALIF-TEMP TO APE-REG-CALIF-DICTAMEN.
           MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO APE-REG-FUNDAMENTO.
           MOVE WS-FIRMAS(1) TO APE-REG-FIRMA(1).
           MOVE WS-FIRMAS(2) TO APE-REG-FIRMA(2).
           MOVE WS-FIRMAS(3) TO APE-REG-FIRMA(3).
           MOVE WS-AUD-FECHA TO APE-REG-FECHA-DICTAMEN.
           MOVE WS-DICTAMEN TO APE-REG-ESTATUS.
           REWRITE APE-REG-DOC.
           DISPLAY "**** DICTAMEN REGISTRADO ***".
           INITIALIZE WS-AUD-TEXTO.
           STRING
               "DICTAMEN FOLIO " DELIMITED BY SIZE
               APE-REG-FOLIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APE-REG-DICTAMEN DELIMITED BY SIZE
               " FIRMAS " DELIMITED BY SIZE
               APE-REG-FIRMA(1) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               APE-REG-FIRMA(2) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               APE-REG-FIRMA(3) DELIMITED BY SPACE
           INTO WS-AUD-TEXTO.
           MOVE APE-REG-CLAVE TO WS-CLAVE.
           PERFORM 100900-AUDITORIA-LOG.
           IF APE-PROCEDENTE
               MOVE "PROCEDENTE" TO WS-ESTATUS-NOMBRE
           ELSE
               MOVE "IMPROCEDENTE" TO WS-ESTATUS-NOMBRE
           END-IF.
           INITIALIZE WS-NOT-MENSAJE.
           STRING
               "DICTAMEN DE SU APELACION " DELIMITED BY SIZE
               APE-REG-FOLIO DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-ESTATUS-NOMBRE DELIMITED BY SPACE
           INTO WS-NOT-MENSAJE.
           CALL "NOTIFICA-WRITER" USING
               APE-REG-CLAVE WS-NOT-EVENTO WS-NOT-MENSAJE.
           EXIT.

       100310-RECABA-FIRMAS.
      *    CADA INTEGRANTE DEL COMITE FIRMA CON SU PROPIO USUARIO;
      *    TRES USUARIOS DISTINTOS CON ROL DE CORRECCION.
           MOVE "S" TO WS-FIRMAS-OK.
           MOVE SPACES TO WS-FIRMAS(1) WS-FIRMAS(2) WS-FIRMAS(3).
           PERFORM VARYING WS-FIRMA-NUM FROM 1 BY 1
                   UNTIL WS-FIRMA-NUM > 3 OR NOT FIRMAS-COMPLETAS
               DISPLAY "FIRMA " WS-FIRMA-NUM " DE 3 DEL COMITE"
               MOVE "N" TO WS-AUT-FIRMADO
               MOVE SPACES TO WS-AUT-LOGIN
               CALL "USUARIO-LOGIN" USING
                   WS-AUT-LOGIN WS-AUT-ROLES WS-AUT-FIRMADO
               IF WS-AUT-FIRMADO NOT = "S"
                   OR WS-AUT-ROLES(2:1) NOT = "S"
                   DISPLAY "**** FIRMA NO VALIDA PARA EL COMITE ***"
                   MOVE "N" TO WS-FIRMAS-OK
               ELSE
                   IF WS-AUT-LOGIN = WS-FIRMAS(1)
                       OR WS-AUT-LOGIN = WS-FIRMAS(2)
                       DISPLAY "**** ESE USUARIO YA FIRMO ***"
                       MOVE "N" TO WS-FIRMAS-OK
                   ELSE
                       MOVE WS-AUT-LOGIN TO WS-FIRMAS(WS-FIRMA-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       100400-APLICA.
      *    LA APELACION PROCEDENTE REABRE EL ACTA, ASIENTA EL PARCIAL
      *    Y RECALCULA LA FINAL COMO CALIF-MATERIA-DOC, Y LA VUELVE A
      *    CERRAR; EL FOLIO QUEDA COMO MOTIVO DEL CAMBIO.
           PERFORM 100060-CAPTURA-FOLIO.
           IF APE-EXISTE
               PERFORM 100020-VALIDA-CORRECCION
           END-IF.
           IF NOT APE-EXISTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100070-MUESTRA-APELACION.
           IF NOT APE-POR-APLICAR
               DISPLAY "**** SOLO SE APLICA UNA APELACION CON "
                       "DICTAMEN PROCEDENTE ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "¿APLICAR EL CAMBIO? (S/N): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE APE-REG-MATERIA TO WS-MAT-CAPTURA.
           MOVE APE-REG-PARCIAL TO WS-PARCIAL-NUM.
           MOVE APE-REG-CLAVE TO WS-CLAVE.
           OPEN I-O DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ESTUDIANTES.TXT NO EXISTE TODAVIA ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLAVE TO EST-REG-CLAVE.
           MOVE ZEROS TO WS-SLOT.
           READ DOC-EST
               INVALID KEY
                   DISPLAY "**** CLAVE NO EXISTE EN ESTUDIANTES.TXT ***"
               NOT INVALID KEY
                   PERFORM 100055-BUSCA-SLOT
                       VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
           END-READ.
           IF WS-SLOT = ZEROS
               DISPLAY "**** EL ALUMNO YA NO TIENE LA MATERIA EN SU "
                       "REGISTRO; NO SE APLICA ***"
               CLOSE DOC-EST
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-ACTA-MOTIVO.
           STRING
               "APELACION " DELIMITED BY SIZE
               APE-REG-FOLIO DELIMITED BY SIZE
           INTO WS-ACTA-MOTIVO.
           MOVE "A" TO WS-ACTA-MOVIMIENTO.
           PERFORM 100095-ESCRIBE-ACTA.
           MOVE EST-REG-PARCIAL-TABLA(WS-SLOT, WS-PARCIAL-NUM)
               TO WS-CALIF-ANTERIOR.
           MOVE EST-REG-CALIF-TABLA(WS-SLOT) TO WS-FINAL-ANTERIOR.
           MOVE APE-REG-CALIF-DICTAMEN TO WS-CALIF-TEMP.
           MOVE WS-CALIF-TEMP
               TO EST-REG-PARCIAL-TABLA(WS-SLOT, WS-PARCIAL-NUM).
           COMPUTE EST-REG-CALIF-TABLA(WS-SLOT) ROUNDED =
               (EST-REG-PARCIAL-TABLA(WS-SLOT, 1)
                + EST-REG-PARCIAL-TABLA(WS-SLOT, 2)
                + EST-REG-PARCIAL-TABLA(WS-SLOT, 3)) / 3.
           REWRITE EST-REG-DOC
               INVALID KEY
                   DISPLAY "**** ERROR AL ACTUALIZAR, STATUS: "
                           WS-STATUS-EST
               NOT INVALID KEY
                   MOVE "M" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
                   PERFORM 100410-CAMBIOS-LOG
                   INITIALIZE WS-AUD-TEXTO
                   STRING
                       "MAT " DELIMITED BY SIZE
                       WS-MAT-CAPTURA DELIMITED BY SIZE
                       " P" DELIMITED BY SIZE
                       WS-PARCIAL-NUM DELIMITED BY SIZE
                       " APELACION " DELIMITED BY SIZE
                       APE-REG-FOLIO DELIMITED BY SIZE
                   INTO WS-AUD-TEXTO
                   PERFORM 100900-AUDITORIA-LOG
                   MOVE "X" TO APE-REG-ESTATUS
                   MOVE WS-AUD-FECHA TO APE-REG-FECHA-APLICA
                   MOVE WS-OPERADOR-LOGIN TO APE-REG-APLICO
                   REWRITE APE-REG-DOC
                   DISPLAY "**** CAMBIO APLICADO ***"
           END-REWRITE.
           CLOSE DOC-EST.
           MOVE "C" TO WS-ACTA-MOVIMIENTO.
           MOVE " APLICADA" TO WS-ACTA-MOTIVO(17:9).
           PERFORM 100095-ESCRIBE-ACTA.
           EXIT.

       100410-CAMBIOS-LOG.
      *    MISMO FORMATO DE LINEA QUE 100330-CAMBIOS-LOG DE
      *    CALIF-MATERIA-DOC, CON EL FOLIO DE LA APELACION COMO
      *    MOTIVO.
           ACCEPT WS-AUD-HORA FROM TIME.
           OPEN EXTEND DOC-CAMBIOS.
           IF WS-STATUS-CAMBIOS = "35"
               OPEN OUTPUT DOC-CAMBIOS
           END-IF.
           INITIALIZE LINEA-CAMBIO.
           STRING
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               EST-REG-CLAVE DELIMITED BY SIZE
               "|MAT " DELIMITED BY SIZE
               WS-MAT-CAPTURA DELIMITED BY SIZE
               " P" DELIMITED BY SIZE
               WS-PARCIAL-NUM DELIMITED BY SIZE
               "|ANT " DELIMITED BY SIZE
               WS-CALIF-ANTERIOR DELIMITED BY SIZE
               " F " DELIMITED BY SIZE
               WS-FINAL-ANTERIOR DELIMITED BY SIZE
               "|NVO " DELIMITED BY SIZE
               WS-CALIF-TEMP DELIMITED BY SIZE
               " F " DELIMITED BY SIZE
               EST-REG-CALIF-TABLA(WS-SLOT) DELIMITED BY SIZE
               "|MOTIVO " DELIMITED BY SIZE
               WS-ACTA-MOTIVO DELIMITED BY "  "
           INTO LINEA-CAMBIO.
           WRITE LINEA-CAMBIO.
           CLOSE DOC-CAMBIOS.
           EXIT.

       100900-AUDITORIA-LOG.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "APELACION" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-TEXTO DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM APELACION-MAKER-DOC.
