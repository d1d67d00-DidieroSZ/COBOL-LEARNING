      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: IMPORT OF THE TURNSTILE / BADGE READER DAILY FILE
      *          "torniquete.txt" (CREDENCIAL = CLAVE DEL ALUMNO,
      *          PLANTEL Y MOMENTO AAAAMMDDHHMMSS DE CADA MARCA). LAS
      *          MARCAS SE ORDENAN POR CLAVE + FECHA + PLANTEL + HORA;
      *          LA PRIMERA DEL DIA ES LA ENTRADA Y LA ULTIMA LA
      *          SALIDA (UNA SOLA MARCA = SIN SALIDA REGISTRADA). CADA
      *          SESION DE LAS MATERIAS INSCRITAS (MAT-REG-DIA/HORA Y
      *          LAS SESIONES EXTRA) EN ESE PLANTEL Y DIA QUE EL
      *          ALUMNO CUBRIO EN EL PLANTEL SE PROPONE COMO "P" EN
      *          "asistencia.txt"; LO DEMAS LO MARCA EL PROFESOR EN
      *          ASISTENCIA-MAKER-DOC. UN REGISTRO YA CAPTURADO NUNCA
      *          SE REESCRIBE AQUI: LO DEL PROFESOR SIEMPRE GANA.
      *          CREDENCIALES DESCONOCIDAS, ALUMNOS EN BAJA O NO
      *          ACTIVOS Y MARCAS MAL FORMADAS VAN A
      *          "rechazos-torniquete.txt" CON SU MOTIVO, COMO EN
      *          IMPORTA-EXAMEN-DOC. LA TOLERANCIA DE LLEGADA EN
      *          MINUTOS ES EL PARAMETRO TORN-TOLERA (DEFAULT 15). LA
      *          CORRIDA SE ASIENTA EN "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-TORNIQUETE-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-ENTRADA ASSIGN TO "torniquete.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENT.
       SELECT SORT-FILE ASSIGN TO "SORTWK-TORNIQUETE".
       SELECT DOC-ENTRADA-ORD ASSIGN TO "TORNIQUETE-TMP.ord"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.
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
       SELECT DOC-ASISTENCIA ASSIGN TO "asistencia.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASI-REG-LLAVE
           FILE STATUS IS WS-STATUS-ASI.
       SELECT DOC-RECHAZOS ASSIGN TO "rechazos-torniquete.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECH.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-ENTRADA.
      *    ARCHIVO DEL LECTOR, UNA MARCA POR LINEA.
           01 ENT-REG.
               05 ENT-CLAVE PIC X(08).
               05 ENT-PLANTEL PIC X(02).
               05 ENT-FECHA PIC X(08).
               05 ENT-HORA PIC X(06).

      *    LLAVES DE ORDEN EN LAS MISMAS POSICIONES DE ENT-REG.
           SD SORT-FILE.
           01 SD-ENT-REG.
               05 SD-CLAVE PIC X(08).
               05 SD-PLANTEL PIC X(02).
               05 SD-FECHA PIC X(08).
               05 SD-HORA PIC X(06).

           FD DOC-ENTRADA-ORD.
           01 ORD-REG.
               05 ORD-CLAVE PIC X(08).
               05 ORD-CLAVE-N REDEFINES ORD-CLAVE PIC 9(08).
               05 ORD-PLANTEL PIC X(02).
               05 ORD-PLANTEL-N REDEFINES ORD-PLANTEL PIC 9(02).
               05 ORD-FECHA PIC X(08).
               05 ORD-FECHA-N REDEFINES ORD-FECHA PIC 9(08).
               05 ORD-HORA PIC X(06).
               05 ORD-HORA-N REDEFINES ORD-HORA PIC 9(06).

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD MAT-DOC.
           COPY "MAT-REG-DOC.cpy".

           FD DOC-ASISTENCIA.
      *    UNA LINEA POR ESTUDIANTE + MATERIA + FECHA; ESTADO "P"
      *    (PRESENTE), "A" (AUSENTE) O "J" (AUSENCIA JUSTIFICADA).
           01 ASI-REG-DOC.
               05 ASI-REG-LLAVE.
                   10 ASI-REG-CLAVE PIC 9(08).
                   10 ASI-REG-MATERIA PIC 9(06).
                   10 ASI-REG-FECHA PIC 9(08).
               05 ASI-REG-ESTADO PIC X(01).

           FD DOC-RECHAZOS.
           01 RECH-REG.
               05 RECH-MOTIVO PIC X(30).
               05 RECH-SEPARADOR PIC X(01).
               05 RECH-LINEA PIC X(24).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-ENT PIC XX.
               05 WS-STATUS-ORD PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-ASI PIC XX.
               05 WS-STATUS-RECH PIC XX.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-TOLERANCIA PIC 9(02) VALUE 15.
               05 WS-CLAVE-LEIDA PIC X(08) VALUE SPACES.
               05 WS-ENTERO-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-DIA-SEMANA PIC 9(01) VALUE ZEROS.
               05 WS-SES-HORA PIC 9(02) VALUE ZEROS.
               05 WS-SES-INICIO PIC 9(06) VALUE ZEROS.
               05 WS-SES-FIN PIC 9(06) VALUE ZEROS.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

      *    CALENDARIO DE DIAS INHABILES (DIA-INHABIL-SEARCH).
           01 WS-DIA-CALL.
               05 WS-DIA-TIPO PIC X(01) VALUE SPACE.
                   88 DIA-HABIL VALUE SPACE.
               05 WS-DIA-DESCRIPCION PIC X(40).

      *    MARCAS DE UN ALUMNO EN UN PLANTEL EN UN DIA, CON SUS
      *    MATERIAS INSCRITAS COPIADAS AL ABRIR EL GRUPO.
           01 WS-GRUPO.
               05 WS-G-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-G-PLANTEL PIC 9(02) VALUE ZEROS.
               05 WS-G-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-G-ENTRADA PIC 9(06) VALUE ZEROS.
               05 WS-G-SALIDA PIC 9(06) VALUE ZEROS.
               05 WS-G-MARCAS PIC 9(04) VALUE ZEROS.
               05 WS-G-PROPUESTAS PIC 9(02) VALUE ZEROS.
               05 WS-G-MATERIA OCCURS 20 TIMES PIC 9(06).

           01 WS-CONTADORES.
               05 WS-LEIDAS PIC 9(05) VALUE ZEROS.
               05 WS-RECHAZADAS PIC 9(05) VALUE ZEROS.
               05 WS-PROPUESTAS PIC 9(05) VALUE ZEROS.
               05 WS-PREVIAS PIC 9(05) VALUE ZEROS.
               05 WS-SIN-SESION PIC 9(05) VALUE ZEROS.
               05 WS-INHABILES PIC 9(05) VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
               05 WS-SUB-SES PIC 9.

           01 SWITCHES.
               05 WS-FIN-ORD PIC X VALUE "N".
                   88 FIN-ORDENADO VALUE "S".
               05 WS-EST-RESULTADO PIC X VALUE SPACE.
                   88 EST-DESCONOCIDO VALUE "X".
                   88 EST-DADO-DE-BAJA VALUE "B".
                   88 EST-NO-ACTIVO VALUE "N".
                   88 EST-VALIDO VALUE "S".
               05 WS-GRUPO-ABIERTO PIC X VALUE "N".
                   88 GRUPO-ABIERTO VALUE "S".
               05 WS-SESION-OK PIC X VALUE "N".
                   88 SESION-CUBIERTA VALUE "S".

       PROCEDURE DIVISION.

      *    PROPONE ASISTENCIA: MISMO ROL DE CAPTURA QUE LAS DEMAS
      *    ALTAS DE REGISTRO ESCOLAR.
       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(1:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CAPTURA ***"
           GOBACK
       END-IF.
       PERFORM 100005-LEE-PARAMETROS.
       PERFORM 100050-ABRE-ARCHIVOS.
       PERFORM 100100-PROCESA-MARCAS.
       PERFORM 100400-CIERRA-ARCHIVOS.
       PERFORM 100500-RESUMEN.
       PERFORM 100600-AUDITORIA-LOG.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100005-LEE-PARAMETROS.
           MOVE "TORN-TOLERA" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR < 60
               MOVE WS-PARAM-VALOR TO WS-TOLERANCIA
           END-IF.
           DISPLAY "TOLERANCIA DE LLEGADA: " WS-TOLERANCIA " MINUTOS".
           EXIT.

       100050-ABRE-ARCHIVOS.
      *    EL ARCHIVO DEL LECTOR VIENE EN ORDEN DE PASO POR EL
      *    TORNIQUETE; SE ORDENA A UN TEMPORAL PARA JUNTAR LAS
      *    MARCAS DE CADA ALUMNO POR DIA Y PLANTEL.
           OPEN INPUT DOC-ENTRADA.
           IF WS-STATUS-ENT NOT = "00"
               DISPLAY "**** NO SE ENCONTRO TORNIQUETE.TXT ***"
               GOBACK
           END-IF.
           CLOSE DOC-ENTRADA.
           SORT SORT-FILE
               ON ASCENDING KEY SD-CLAVE SD-FECHA SD-PLANTEL SD-HORA
               USING DOC-ENTRADA
               GIVING DOC-ENTRADA-ORD.
           OPEN INPUT DOC-ENTRADA-ORD.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ESTUDIANTES.TXT NO EXISTE TODAVIA ***"
               CLOSE DOC-ENTRADA-ORD
               GOBACK
           END-IF.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** ERROR AL ABRIR MATERIAS.TXT, STATUS: "
                       WS-STATUS-MAT
               CLOSE DOC-ENTRADA-ORD
               CLOSE DOC-EST
               GOBACK
           END-IF.
           OPEN I-O DOC-ASISTENCIA.
           IF WS-STATUS-ASI = "35"
               OPEN OUTPUT DOC-ASISTENCIA
               CLOSE DOC-ASISTENCIA
               OPEN I-O DOC-ASISTENCIA
           END-IF.
           OPEN OUTPUT DOC-RECHAZOS.
           EXIT.

       100100-PROCESA-MARCAS.
           PERFORM UNTIL FIN-ORDENADO
               READ DOC-ENTRADA-ORD
                   AT END
                       SET FIN-ORDENADO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEIDAS
                       PERFORM 100200-PROCESA-MARCA
               END-READ
           END-PERFORM.
           IF GRUPO-ABIERTO
               PERFORM 100300-CIERRA-GRUPO
           END-IF.
           EXIT.

       100200-PROCESA-MARCA.
           EVALUATE TRUE
               WHEN ORD-CLAVE IS NOT NUMERIC
                   MOVE "CREDENCIAL NO NUMERICA" TO RECH-MOTIVO
                   PERFORM 100250-ESCRIBE-RECHAZO
               WHEN ORD-PLANTEL IS NOT NUMERIC
                   OR ORD-FECHA IS NOT NUMERIC
                   OR ORD-HORA IS NOT NUMERIC
                   MOVE "MARCA CON DATOS NO NUMERICOS" TO RECH-MOTIVO
                   PERFORM 100250-ESCRIBE-RECHAZO
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ORD-FECHA-N) NOT = 0
                   OR ORD-HORA-N > 235959
                   MOVE "FECHA U HORA INVALIDA" TO RECH-MOTIVO
                   PERFORM 100250-ESCRIBE-RECHAZO
               WHEN OTHER
                   PERFORM 100210-VALIDA-ALUMNO
                   EVALUATE TRUE
                       WHEN EST-DESCONOCIDO
                           MOVE "CREDENCIAL DESCONOCIDA"
                               TO RECH-MOTIVO
                           PERFORM 100250-ESCRIBE-RECHAZO
                       WHEN EST-DADO-DE-BAJA
                           MOVE "ALUMNO EN BAJA" TO RECH-MOTIVO
                           PERFORM 100250-ESCRIBE-RECHAZO
                       WHEN EST-NO-ACTIVO
                           MOVE "ALUMNO NO ACTIVO" TO RECH-MOTIVO
                           PERFORM 100250-ESCRIBE-RECHAZO
                       WHEN OTHER
                           PERFORM 100220-ACUMULA-MARCA
                   END-EVALUATE
           END-EVALUATE.
           EXIT.

       100210-VALIDA-ALUMNO.
      *    EL ARCHIVO VIENE ORDENADO POR CLAVE: EL MAESTRO SE LEE UNA
      *    SOLA VEZ POR ALUMNO.
           IF ORD-CLAVE = WS-CLAVE-LEIDA
               EXIT PARAGRAPH
           END-IF.
           MOVE ORD-CLAVE TO WS-CLAVE-LEIDA.
           MOVE ORD-CLAVE-N TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   SET EST-DESCONOCIDO TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EST-BAJA
                           SET EST-DADO-DE-BAJA TO TRUE
                       WHEN EST-ACTIVO OR EST-REG-ESTATUS = SPACES
                           SET EST-VALIDO TO TRUE
                       WHEN OTHER
                           SET EST-NO-ACTIVO TO TRUE
                   END-EVALUATE
           END-READ.
           EXIT.

       100220-ACUMULA-MARCA.
           IF GRUPO-ABIERTO
               AND ORD-CLAVE-N = WS-G-CLAVE
               AND ORD-FECHA-N = WS-G-FECHA
               AND ORD-PLANTEL-N = WS-G-PLANTEL
               MOVE ORD-HORA-N TO WS-G-SALIDA
               ADD 1 TO WS-G-MARCAS
               EXIT PARAGRAPH
           END-IF.
           IF GRUPO-ABIERTO
               PERFORM 100300-CIERRA-GRUPO
           END-IF.
           SET GRUPO-ABIERTO TO TRUE.
           MOVE ORD-CLAVE-N TO WS-G-CLAVE.
           MOVE ORD-FECHA-N TO WS-G-FECHA.
           MOVE ORD-PLANTEL-N TO WS-G-PLANTEL.
           MOVE ORD-HORA-N TO WS-G-ENTRADA.
           MOVE ORD-HORA-N TO WS-G-SALIDA.
           MOVE 1 TO WS-G-MARCAS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               MOVE EST-REG-MATERIA-TABLA(WS-SUB)
                   TO WS-G-MATERIA(WS-SUB)
           END-PERFORM.
           EXIT.

       100250-ESCRIBE-RECHAZO.
           ADD 1 TO WS-RECHAZADAS.
           MOVE "|" TO RECH-SEPARADOR.
           MOVE ORD-REG TO RECH-LINEA.
           WRITE RECH-REG.
           EXIT.

       100300-CIERRA-GRUPO.
      *    EN DIA INHABIL DEL PLANTEL NO HUBO CLASE QUE PROPONER.
           MOVE "N" TO WS-GRUPO-ABIERTO.
           MOVE ZEROS TO WS-G-PROPUESTAS.
           MOVE SPACES TO WS-DIA-TIPO.
           CALL "DIA-INHABIL-SEARCH" USING
               WS-G-PLANTEL WS-G-FECHA WS-DIA-TIPO WS-DIA-DESCRIPCION.
           IF NOT DIA-HABIL
               ADD 1 TO WS-INHABILES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ENTERO-FECHA =
               FUNCTION INTEGER-OF-DATE(WS-G-FECHA).
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-ENTERO-FECHA - 1, 7) + 1.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF WS-G-MATERIA(WS-SUB) NOT = ZEROS
                   PERFORM 100310-REVISA-MATERIA
               END-IF
           END-PERFORM.
           IF WS-G-PROPUESTAS = ZEROS
               ADD 1 TO WS-SIN-SESION
           END-IF.
           EXIT.

       100310-REVISA-MATERIA.
      *    LAS TRES SESIONES POSIBLES DEL GRUPO; BASTA UNA CUBIERTA
      *    PARA PROPONER LA PRESENCIA DEL DIA EN ESA MATERIA.
           MOVE WS-G-MATERIA(WS-SUB) TO MAT-REG-LLAVE.
           READ MAT-DOC
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF MAT-REG-PLANTEL NOT = WS-G-PLANTEL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SESION-OK.
           IF MAT-REG-DIA = WS-DIA-SEMANA
               MOVE MAT-REG-HORA TO WS-SES-HORA
               PERFORM 100320-REVISA-SESION
           END-IF.
           PERFORM VARYING WS-SUB-SES FROM 1 BY 1
                   UNTIL WS-SUB-SES > 2
               IF MAT-REG-DIA-X(WS-SUB-SES) = WS-DIA-SEMANA
                   MOVE MAT-REG-HORA-X(WS-SUB-SES) TO WS-SES-HORA
                   PERFORM 100320-REVISA-SESION
               END-IF
           END-PERFORM.
           IF SESION-CUBIERTA
               PERFORM 100330-PROPONE-PRESENCIA
           END-IF.
           EXIT.

       100320-REVISA-SESION.
      *    CUBIERTA: ENTRO A MAS TARDAR A LA HORA DE INICIO MAS LA
      *    TOLERANCIA, Y NO SALIO ANTES DEL FIN DE LA SESION (UNA
      *    HORA); CON UNA SOLA MARCA NO HAY SALIDA REGISTRADA.
           COMPUTE WS-SES-INICIO =
               WS-SES-HORA * 10000 + WS-TOLERANCIA * 100.
           COMPUTE WS-SES-FIN = (WS-SES-HORA + 1) * 10000.
           IF WS-G-ENTRADA NOT > WS-SES-INICIO
               AND (WS-G-MARCAS = 1 OR WS-G-SALIDA NOT < WS-SES-FIN)
               SET SESION-CUBIERTA TO TRUE
           END-IF.
           EXIT.

       100330-PROPONE-PRESENCIA.
      *    SOLO SE GRABA SI NO EXISTE EL REGISTRO: LO QUE YA CAPTURO
      *    EL PROFESOR (O UNA IMPORTACION ANTERIOR) SE RESPETA.
           ADD 1 TO WS-G-PROPUESTAS.
           INITIALIZE ASI-REG-DOC.
           MOVE WS-G-CLAVE TO ASI-REG-CLAVE.
           MOVE WS-G-MATERIA(WS-SUB) TO ASI-REG-MATERIA.
           MOVE WS-G-FECHA TO ASI-REG-FECHA.
           MOVE "P" TO ASI-REG-ESTADO.
           WRITE ASI-REG-DOC
               INVALID KEY
                   ADD 1 TO WS-PREVIAS
               NOT INVALID KEY
                   ADD 1 TO WS-PROPUESTAS
           END-WRITE.
           EXIT.

       100400-CIERRA-ARCHIVOS.
           CLOSE DOC-ENTRADA-ORD.
           CLOSE DOC-EST.
           CLOSE MAT-DOC.
           CLOSE DOC-ASISTENCIA.
           CLOSE DOC-RECHAZOS.
           EXIT.

       100500-RESUMEN.
           DISPLAY "*****************************************".
           DISPLAY "**** MARCAS LEIDAS:        " WS-LEIDAS.
           DISPLAY "**** MARCAS RECHAZADAS:    " WS-RECHAZADAS.
           DISPLAY "**** PRESENCIAS PROPUESTAS:" WS-PROPUESTAS.
           DISPLAY "**** YA CAPTURADAS:        " WS-PREVIAS.
           DISPLAY "**** DIAS SIN SESION:      " WS-SIN-SESION.
           DISPLAY "**** DIAS INHABILES:       " WS-INHABILES.
           DISPLAY "**** RECHAZOS EN rechazos-torniquete.txt ***".
           DISPLAY "*****************************************".
           EXIT.

       100600-AUDITORIA-LOG.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "TORNIQUETE" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|IMPORTA MARCAS " DELIMITED BY SIZE
               WS-LEIDAS DELIMITED BY SIZE
               " PROPUESTAS " DELIMITED BY SIZE
               WS-PROPUESTAS DELIMITED BY SIZE
               " PREVIAS " DELIMITED BY SIZE
               WS-PREVIAS DELIMITED BY SIZE
               " RECHAZOS " DELIMITED BY SIZE
               WS-RECHAZADAS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM IMPORTA-TORNIQUETE-DOC.
