      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: BATCH STEP THAT ALLOCATES SEATS FROM THE RANKED
      *          PREFERENCES IN "preferencias.txt" (PREFERENCIAS-MAKER-
      *          DOC). STUDENTS ARE SERVED IN PRIORITY ORDER - GRADO
      *          DESCENDING, THEN THE CREDIT-WEIGHTED AVERAGE AS
      *          RANKING-DOC COMPUTES IT - AND EACH PREFERENCE TRIES
      *          ITS FIRST CHOICE, THEN ITS ALTERNATES, UNDER THE SAME
      *          CUPO, PREREQUISITE, REPEAT, EMPALME, CURRICULUM AND
      *          DELINQUENCY-HOLD RULES AS DOC-EST-MAKER. UNSATISFIED
      *          REQUESTS ARE QUEUED IN "lista-espera.txt" FOR
      *          PROMUEVE-ESPERA-DOC. EVERY STUDENT GETS A RESULT
      *          SHEET "ASIGNACION-<CLAVE>.txt"; THE RUN SUMMARY WITH
      *          DEMAND NOT MET PER MATERIA + GRUPO GOES TO
      *          "REP-ASIGNACION.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGNA-PREFERENCIAS-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-PREF ASSIGN TO "preferencias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-REG-LLAVE
           FILE STATUS IS WS-STATUS-PRF.
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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MAT-REG-LLAVE
           FILE STATUS IS WS-STATUS-MAT.
       SELECT DOC-ESPERA ASSIGN TO "lista-espera.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ESPERA.
       SELECT DOC-ORDEN-TMP ASSIGN TO "ASIGNA-TMP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.
       SELECT SORT-FILE ASSIGN TO "SORTWK-ASIGNA".
       SELECT DOC-ORDEN ASSIGN TO "ASIGNA-TMP.ord"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.
       SELECT HOJA-ASIGNACION ASSIGN TO WS-HOJA-ARCH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HOJA.
       SELECT REP-ASIGNACION ASSIGN TO "REP-ASIGNACION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-PREF.
           COPY "PRF-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD MAT-DOC.
           COPY "MAT-REG-DOC.cpy".

           FD DOC-ESPERA.
           01 ESP-REG.
               05 ESP-MATERIA PIC 9(06).
               05 ESP-CLAVE PIC 9(08).
               05 ESP-FECHA PIC 9(08).

           FD DOC-ORDEN-TMP.
           01 ORD-TMP-REG.
               05 OT-GRADO PIC 9(02).
               05 OT-GPA PIC 9(03)V99.
               05 OT-CLAVE PIC 9(08).

           SD SORT-FILE.
           01 SD-ORDEN-REG.
               05 SD-GRADO PIC 9(02).
               05 SD-GPA PIC 9(03)V99.
               05 SD-CLAVE PIC 9(08).

           FD DOC-ORDEN.
           01 ORDEN-REG.
               05 OR-GRADO PIC 9(02).
               05 OR-GPA PIC 9(03)V99.
               05 OR-CLAVE PIC 9(08).

           FD HOJA-ASIGNACION.
           01 LINEA-HOJA PIC X(80).

           FD REP-ASIGNACION.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 WS-VARIABLES.
               05 WS-STATUS-PRF PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-ESPERA PIC XX.
               05 WS-STATUS-TMP PIC XX.
               05 WS-STATUS-ORD PIC XX.
               05 WS-STATUS-HOJA PIC XX.
               05 WS-STATUS-REP PIC XX.
               05 WS-OPERADOR PIC X(10) VALUE "ASIGNA-PRF".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-HOJA-ARCH PIC X(40) VALUE SPACES.
               05 WS-CLAVE-ANT PIC 9(08) VALUE ZEROS.
               05 WS-SLOT-LIBRE PIC 99.
               05 WS-GPA-EDIT PIC ZZ9.99.

      *    PROMEDIO PONDERADO POR CREDITOS, IGUAL QUE
      *    100120-SUMA-CALIF DE RANKING-DOC; SIN CALIFICACIONES
      *    (NUEVO INGRESO) EL PROMEDIO ES CERO.
           01 WS-PROMEDIO.
               05 WS-CALIF-SUMA PIC 9(07)V9.
               05 WS-CALIF-CONT PIC 9(04).
               05 WS-CRED-LK PIC 9(02).
               05 WS-CRED-ENC PIC X.
               05 WS-GPA PIC 9(03)V99.

      *    DATOS DEL ALUMNO EN TURNO PARA LAS RUTINAS DE BUSQUEDA.
           01 WS-ALUMNO.
               05 WS-CLAVE PIC 9(08).
               05 WS-CARRERA PIC X(02).
               05 WS-CARRERA-NUM REDEFINES WS-CARRERA PIC 9(02).
               05 WS-ALUMNO-ESTADO PIC X(03).
                   88 ALUMNO-DISPONIBLE VALUE SPACES.
               05 WS-ASIGNO-ALGO PIC X VALUE "N".
                   88 ALUMNO-CON-CAMBIOS VALUE "S".
               05 WS-SALDO-VENCIDO PIC S9(07)V99 VALUE ZEROS.
               05 WS-SALDO-TOTAL PIC S9(07)V99 VALUE ZEROS.
               05 WS-CONVENIO-LK PIC X VALUE "N".

      *    OPCION EN EVALUACION Y SU RESULTADO; MOTIVO EN BLANCO =
      *    LA OPCION PASA TODAS LAS VALIDACIONES.
           01 WS-OPCION-EVAL.
               05 WS-OPC PIC 9(01).
               05 WS-OPC-LLAVE PIC 9(06).
               05 WS-OPC-PARTES REDEFINES WS-OPC-LLAVE.
                   10 WS-OPC-MATERIA PIC X(04).
                   10 WS-OPC-GRUPO PIC X(02).
               05 WS-OPC-MOTIVO PIC X(03).
               05 WS-OPC-AVISO PIC X(03).
               05 WS-PRERREQ-APROBADO PIC X.
                   88 PRERREQ-APROBADO VALUE "S".
               05 WS-INTENTOS-LK PIC 9(02) VALUE ZEROS.
               05 WS-EMPALME PIC X VALUE "N".
                   88 HORARIO-EMPALMADO VALUE "S".
               05 WS-CURR-INDICE PIC 9(02).
               05 WS-CURR-MAT-LK PIC X(04).
               05 WS-CURR-SEM-LK PIC 9(02).
               05 WS-CURR-ENC PIC X.
                   88 CURR-ENTRADA-OK VALUE "S".
               05 WS-CURR-CARRERA-DEF PIC X VALUE "N".
                   88 CURRICULUM-DEFINIDO VALUE "S".
               05 WS-CURR-MATERIA-OK PIC X VALUE "N".
                   88 CURRICULUM-OK VALUE "S".

      *    RESULTADO DE LA PREFERENCIA COMPLETA.
           01 WS-PREF-RESULTADO.
               05 WS-PRF-MOTIVO PIC X(03).
               05 WS-PRF-ESPERA PIC 9(06).
               05 WS-PRF-OTORGADA PIC X VALUE "N".
                   88 PREFERENCIA-OTORGADA VALUE "S".

      *    CATALOGO DE GRUPOS EN MEMORIA: EL CUPO SE LLEVA AQUI
      *    DURANTE TODA LA CORRIDA. LOS INSCRITOS VIVOS SE CUENTAN
      *    UNA SOLA VEZ CONTRA EL MAESTRO AL ARRANCAR (MISMA REGLA
      *    QUE 100222-CUENTA-INSCRITOS-VIVOS DE DOC-EST-MAKER) Y CADA
      *    ASIGNACION LOS INCREMENTA, PORQUE LA CORRIDA ES LA UNICA
      *    QUE INSCRIBE MIENTRAS DURA.
           01 WS-GRUPOS.
               05 WS-GR-TOTAL PIC 9(04) VALUE ZEROS.
               05 WS-GR-TABLA OCCURS 2000 TIMES.
                   10 WS-GR-LLAVE PIC 9(06).
                   10 WS-GR-NOMBRE PIC A(20).
                   10 WS-GR-CUPO PIC 9(04).
                   10 WS-GR-ESTATUS PIC X(01).
                   10 WS-GR-PRERREQ PIC 9(04).
                   10 WS-GR-AULA PIC X(05).
                   10 WS-GR-SES OCCURS 3 TIMES.
                       15 WS-GR-DIA PIC 9(01).
                       15 WS-GR-HORA PIC 9(02).
                   10 WS-GR-INSCRITOS PIC 9(04).
                   10 WS-GR-ASIGNADOS PIC 9(04).
                   10 WS-GR-SOLICITUDES PIC 9(04).
                   10 WS-GR-NO-ATENDIDAS PIC 9(04).

           01 WS-TOTALES.
               05 WS-TOTAL-ALUMNOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-PREFERENCIAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ASIGNADAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ALTERNAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ESPERA PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-RECHAZADAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-SIN-CATALOGO PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-GRUPOS-DEMANDA PIC 9(04) VALUE ZEROS.

      *    DESCRIPCION DE CADA MOTIVO PARA LA HOJA DEL ALUMNO.
           01 WS-MOTIVOS-DATOS.
               05 FILLER PIC X(03) VALUE "CUP".
               05 FILLER PIC X(30) VALUE "GRUPO SIN CUPO".
               05 FILLER PIC X(03) VALUE "PRE".
               05 FILLER PIC X(30) VALUE
                   "FALTA APROBAR EL PRERREQUISITO".
               05 FILLER PIC X(03) VALUE "INT".
               05 FILLER PIC X(30) VALUE "TERCER INTENTO SIN AUTORIZAR".
               05 FILLER PIC X(03) VALUE "EMP".
               05 FILLER PIC X(30) VALUE "EMPALME DE HORARIO".
               05 FILLER PIC X(03) VALUE "ADE".
               05 FILLER PIC X(30) VALUE "ADEUDO VENCIDO EN CAJA".
               05 FILLER PIC X(03) VALUE "GRP".
               05 FILLER PIC X(30) VALUE "GRUPO INEXISTENTE O CERRADO".
               05 FILLER PIC X(03) VALUE "INS".
               05 FILLER PIC X(30) VALUE "YA INSCRITO EN LA MATERIA".
               05 FILLER PIC X(03) VALUE "LLE".
               05 FILLER PIC X(30) VALUE "SIN CASILLA LIBRE".
               05 FILLER PIC X(03) VALUE "BAJ".
               05 FILLER PIC X(30) VALUE "ALUMNO NO ACTIVO".
           01 WS-MOTIVOS-TABLA REDEFINES WS-MOTIVOS-DATOS.
               05 WS-MOTIVO-ENT OCCURS 9 TIMES.
                   10 WS-MOTIVO-COD PIC X(03).
                   10 WS-MOTIVO-DESC PIC X(30).
           01 WS-MOTIVO-TEXTO PIC X(30).

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
               05 WS-SUB-SES PIC 9.
               05 WS-SUB-SES2 PIC 9.
               05 WS-IDX PIC 9(04).
               05 WS-IDX-GR PIC 9(04).
               05 WS-IDX-EMP PIC 9(04).
               05 WS-IDX-MOT PIC 99.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-PUNTEADA PIC X(132) VALUE ALL "-".

           01 SWITCHES.
               05 WS-FIN-PRF PIC X VALUE "N".
                   88 FIN-PREFERENCIAS VALUE "S".
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-FIN-MAT PIC X VALUE "N".
                   88 FIN-MATERIAS VALUE "S".
               05 WS-FIN-ORD PIC X VALUE "N".
                   88 FIN-ORDENADO VALUE "S".
               05 WS-PENDIENTE PIC X VALUE "N".
                   88 CLAVE-CON-PENDIENTES VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "ASIGNA-PREFERENCIAS-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           DISPLAY "--------------------------------------------".
           DISPLAY "---- ASIGNACION DE LUGARES POR PREFERENCIA ----".
           DISPLAY "--------------------------------------------".
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           OPEN INPUT DOC-PREF.
           IF WS-STATUS-PRF NOT = "00"
               DISPLAY "**** NO HAY PREFERENCIAS.TXT, NADA QUE "
                       "ASIGNAR ***"
               STOP RUN
           END-IF.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ERROR AL ABRIR ESTUDIANTES.TXT, STATUS: "
                       WS-STATUS-EST
               CLOSE DOC-PREF
               STOP RUN
           END-IF.
           PERFORM 100100-SPOOL-PRIORIDAD.
           CLOSE DOC-PREF.
           PERFORM 100200-CARGA-GRUPOS.
           PERFORM 100250-CUENTA-INSCRITOS-VIVOS.
           CLOSE DOC-EST.
      *    MAYOR GRADO PRIMERO, MEJOR PROMEDIO DENTRO DEL GRADO; LA
      *    CLAVE SOLO DESEMPATA PARA QUE LA CORRIDA SEA REPETIBLE.
           SORT SORT-FILE
               ON DESCENDING KEY SD-GRADO SD-GPA
               ON ASCENDING KEY SD-CLAVE
               USING DOC-ORDEN-TMP
               GIVING DOC-ORDEN.
           OPEN I-O DOC-PREF.
           OPEN I-O DOC-EST.
           OPEN INPUT DOC-ORDEN.
           PERFORM 100300-ASIGNA-ALUMNO UNTIL FIN-ORDENADO.
           CLOSE DOC-ORDEN.
           CLOSE DOC-EST.
           CLOSE DOC-PREF.
           PERFORM 100800-REPORTE.
           PERFORM 100850-AUDITORIA-LOG.
           PERFORM 100900-RESUMEN.
           EXIT.

       100100-SPOOL-PRIORIDAD.
      *    UN RENGLON POR ALUMNO CON AL MENOS UNA PREFERENCIA
      *    PENDIENTE: GRADO Y PROMEDIO PARA ORDENAR. UN ALUMNO QUE
      *    YA NO ESTA EN EL MAESTRO ENTRA CON GRADO Y PROMEDIO CERO
      *    PARA QUE LA CORRIDA LE CIERRE SUS PREFERENCIAS.
           OPEN OUTPUT DOC-ORDEN-TMP.
           MOVE ZEROS TO WS-CLAVE-ANT.
           PERFORM UNTIL FIN-PREFERENCIAS
               READ DOC-PREF NEXT RECORD
                   AT END
                       SET FIN-PREFERENCIAS TO TRUE
                   NOT AT END
                       IF PRF-PENDIENTE
                           AND PRF-REG-CLAVE NOT = WS-CLAVE-ANT
                           MOVE PRF-REG-CLAVE TO WS-CLAVE-ANT
                           PERFORM 100110-SPOOL-ALUMNO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-ORDEN-TMP.
           EXIT.

       100110-SPOOL-ALUMNO.
           INITIALIZE ORD-TMP-REG.
           MOVE PRF-REG-CLAVE TO OT-CLAVE.
           MOVE PRF-REG-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EST-REG-GRADO TO OT-GRADO
                   MOVE ZEROS TO WS-CALIF-SUMA
                   MOVE ZEROS TO WS-CALIF-CONT
                   PERFORM 100120-SUMA-CALIF
                       VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
                   IF WS-CALIF-CONT > ZEROS
                       COMPUTE WS-GPA ROUNDED =
                           WS-CALIF-SUMA / WS-CALIF-CONT
                       MOVE WS-GPA TO OT-GPA
                   END-IF
           END-READ.
           WRITE ORD-TMP-REG.
           EXIT.

       100120-SUMA-CALIF.
           IF EST-REG-MATERIA-TABLA(WS-SUB) NOT = ZEROS
               MOVE 1 TO WS-CRED-LK
               MOVE "N" TO WS-CRED-ENC
               CALL "CREDITOS-SEARCH" USING
                   EST-REG-MATERIA-TABLA(WS-SUB) WS-CRED-LK
                   WS-CRED-ENC
               COMPUTE WS-CALIF-SUMA = WS-CALIF-SUMA
                   + EST-REG-CALIF-TABLA(WS-SUB) * WS-CRED-LK
               ADD WS-CRED-LK TO WS-CALIF-CONT
           END-IF.
           EXIT.

       100200-CARGA-GRUPOS.
      *    MATERIAS.TXT SE LEE EN ORDEN DE LLAVE; LO QUE PASE DE LA
      *    CAPACIDAD DE LA TABLA SE AVISA Y SE TRATA COMO GRUPO
      *    INEXISTENTE.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** ERROR AL ABRIR MATERIAS.TXT, STATUS: "
                       WS-STATUS-MAT
               CLOSE DOC-EST
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-MATERIAS
               READ MAT-DOC NEXT RECORD
                   AT END
                       SET FIN-MATERIAS TO TRUE
                   NOT AT END
                       IF WS-GR-TOTAL < 2000
                           ADD 1 TO WS-GR-TOTAL
                           PERFORM 100210-GUARDA-GRUPO
                       ELSE
                           DISPLAY "**** GRUPO " MAT-REG-LLAVE
                                   " FUERA DE LA TABLA DE GRUPOS ***"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAT-DOC.
           EXIT.

       100210-GUARDA-GRUPO.
           MOVE MAT-REG-LLAVE TO WS-GR-LLAVE(WS-GR-TOTAL).
           MOVE MAT-REG-NOMBRE TO WS-GR-NOMBRE(WS-GR-TOTAL).
           MOVE MAT-REG-CUPO TO WS-GR-CUPO(WS-GR-TOTAL).
           MOVE MAT-REG-ESTATUS TO WS-GR-ESTATUS(WS-GR-TOTAL).
           MOVE MAT-REG-PRERREQ TO WS-GR-PRERREQ(WS-GR-TOTAL).
           MOVE MAT-REG-AULA TO WS-GR-AULA(WS-GR-TOTAL).
           MOVE MAT-REG-DIA TO WS-GR-DIA(WS-GR-TOTAL, 1).
           MOVE MAT-REG-HORA TO WS-GR-HORA(WS-GR-TOTAL, 1).
           PERFORM VARYING WS-SUB-SES FROM 1 BY 1 UNTIL WS-SUB-SES > 2
               MOVE MAT-REG-DIA-X(WS-SUB-SES)
                   TO WS-GR-DIA(WS-GR-TOTAL, WS-SUB-SES + 1)
               MOVE MAT-REG-HORA-X(WS-SUB-SES)
                   TO WS-GR-HORA(WS-GR-TOTAL, WS-SUB-SES + 1)
           END-PERFORM.
           MOVE ZEROS TO WS-GR-INSCRITOS(WS-GR-TOTAL).
           MOVE ZEROS TO WS-GR-ASIGNADOS(WS-GR-TOTAL).
           MOVE ZEROS TO WS-GR-SOLICITUDES(WS-GR-TOTAL).
           MOVE ZEROS TO WS-GR-NO-ATENDIDAS(WS-GR-TOTAL).
           EXIT.

       100250-CUENTA-INSCRITOS-VIVOS.
      *    SOLO CUENTAN LOS ALUMNOS ACTIVOS: UNA BAJA, UN EGRESADO O
      *    UN SUSPENDIDO YA NO OCUPAN LUGAR.
           MOVE ZEROS TO EST-REG-CLAVE.
           START DOC-EST KEY IS NOT LESS THAN EST-REG-CLAVE
               INVALID KEY
                   SET FIN-ESTUDIANTES TO TRUE
           END-START.
           PERFORM UNTIL FIN-ESTUDIANTES
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ESTUDIANTES TO TRUE
                   NOT AT END
                       IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
                           PERFORM 100255-CUENTA-SLOT
                               VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > 20
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100255-CUENTA-SLOT.
           IF EST-REG-MATERIA-TABLA(WS-SUB) NOT = ZEROS
               MOVE EST-REG-MATERIA-TABLA(WS-SUB) TO WS-OPC-LLAVE
               PERFORM 100290-BUSCA-GRUPO
               IF WS-IDX-GR > ZEROS
                   ADD 1 TO WS-GR-INSCRITOS(WS-IDX-GR)
               END-IF
           END-IF.
           EXIT.

       100290-BUSCA-GRUPO.
      *    DEJA EN WS-IDX-GR LA POSICION DE WS-OPC-LLAVE EN LA TABLA
      *    DE GRUPOS; CERO = NO ESTA EN EL CATALOGO.
           MOVE ZEROS TO WS-IDX-GR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GR-TOTAL OR WS-IDX-GR > ZEROS
               IF WS-GR-LLAVE(WS-IDX) = WS-OPC-LLAVE
                   MOVE WS-IDX TO WS-IDX-GR
               END-IF
           END-PERFORM.
           EXIT.

       100300-ASIGNA-ALUMNO.
           READ DOC-ORDEN
               AT END
                   SET FIN-ORDENADO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-ALUMNOS
                   MOVE OR-CLAVE TO WS-CLAVE
                   PERFORM 100310-PREPARA-ALUMNO
                   PERFORM 100700-ABRE-HOJA
                   PERFORM 100320-RECORRE-PREFERENCIAS
                   IF ALUMNO-CON-CAMBIOS
                       REWRITE EST-REG-DOC
                           INVALID KEY
                               DISPLAY "**** ERROR AL REESCRIBIR "
                                       "ALUMNO " WS-CLAVE
                                       ", STATUS: " WS-STATUS-EST
                           NOT INVALID KEY
                               MOVE "M" TO WS-IMG-OPERACION
                               CALL "IMAGEN-EST-WRITER" USING
                                   WS-IMG-PROGRAMA WS-IMG-OPERACION
                                   EST-REG-DOC
                       END-REWRITE
                   END-IF
                   PERFORM 100790-CIERRA-HOJA
           END-READ.
           EXIT.

       100310-PREPARA-ALUMNO.
      *    UN ALUMNO QUE YA NO ESTA ACTIVO NO RECIBE LUGARES; EL
      *    CANDADO DE COLEGIATURAS DE 100115-VALIDA-ADEUDO (SALDO
      *    VENCIDO SIN CONVENIO VIGENTE) BLOQUEA TODAS SUS
      *    PREFERENCIAS DE ESTA CORRIDA.
           MOVE SPACES TO WS-ALUMNO-ESTADO.
           MOVE "N" TO WS-ASIGNO-ALGO.
           MOVE WS-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   MOVE "BAJ" TO WS-ALUMNO-ESTADO
                   INITIALIZE EST-REG-DOC
                   MOVE WS-CLAVE TO EST-REG-CLAVE
               NOT INVALID KEY
                   IF NOT (EST-ACTIVO OR EST-REG-ESTATUS = SPACES)
                       MOVE "BAJ" TO WS-ALUMNO-ESTADO
                   END-IF
           END-READ.
           MOVE EST-REG-CARRERA TO WS-CARRERA-NUM.
           IF ALUMNO-DISPONIBLE
               MOVE ZEROS TO WS-SALDO-VENCIDO
               MOVE ZEROS TO WS-SALDO-TOTAL
               CALL "PAGOS-SALDO-SEARCH" USING
                   WS-CLAVE WS-AUD-FECHA
                   WS-SALDO-VENCIDO WS-SALDO-TOTAL
               IF WS-SALDO-VENCIDO > ZEROS
                   MOVE "N" TO WS-CONVENIO-LK
                   CALL "CONVENIO-SEARCH" USING
                       WS-CLAVE WS-AUD-FECHA WS-CONVENIO-LK
                   IF WS-CONVENIO-LK NOT = "V"
                       MOVE "ADE" TO WS-ALUMNO-ESTADO
                   END-IF
               END-IF
           END-IF.
           EXIT.

       100320-RECORRE-PREFERENCIAS.
      *    LAS PREFERENCIAS DEL ALUMNO EN ORDEN DE PRIORIDAD; LAS YA
      *    RESUELTAS EN UNA CORRIDA ANTERIOR SOLO SE REPITEN EN LA
      *    HOJA.
           MOVE WS-CLAVE TO PRF-REG-CLAVE.
           MOVE ZEROS TO PRF-REG-PRIORIDAD.
           MOVE "N" TO WS-FIN-PRF.
           START DOC-PREF KEY IS NOT LESS THAN PRF-REG-LLAVE
               INVALID KEY
                   SET FIN-PREFERENCIAS TO TRUE
           END-START.
           PERFORM UNTIL FIN-PREFERENCIAS
               READ DOC-PREF NEXT RECORD
                   AT END
                       SET FIN-PREFERENCIAS TO TRUE
                   NOT AT END
                       IF PRF-REG-CLAVE NOT = WS-CLAVE
                           SET FIN-PREFERENCIAS TO TRUE
                       ELSE
                           IF PRF-PENDIENTE
                               PERFORM 100400-RESUELVE-PREFERENCIA
                           END-IF
                           PERFORM 100710-HOJA-PREFERENCIA
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100400-RESUELVE-PREFERENCIA.
      *    SE PRUEBA LA PRIMERA OPCION Y LUEGO LAS ALTERNAS; LA
      *    PRIMERA QUE PASA TODAS LAS VALIDACIONES SE INSCRIBE. SI
      *    NINGUNA PASA, EL MOTIVO QUE QUEDA ES EL DE LA PRIMERA
      *    OPCION Y LA DEMANDA NO ATENDIDA SE CARGA A SU GRUPO.
           ADD 1 TO WS-TOTAL-PREFERENCIAS.
           MOVE SPACES TO WS-PRF-MOTIVO.
           MOVE ZEROS TO WS-PRF-ESPERA.
           MOVE "N" TO WS-PRF-OTORGADA.
           MOVE SPACES TO PRF-REG-MOTIVO PRF-REG-AVISO.
           MOVE ZEROS TO PRF-REG-OPCION-ASIGNADA.
           MOVE ZEROS TO PRF-REG-MATERIA-ASIGNADA.
           MOVE PRF-REG-OPCION(1) TO WS-OPC-LLAVE.
           PERFORM 100290-BUSCA-GRUPO.
           IF WS-IDX-GR > ZEROS
               ADD 1 TO WS-GR-SOLICITUDES(WS-IDX-GR)
           END-IF.
           PERFORM 100410-PRUEBA-OPCION
               VARYING WS-OPC FROM 1 BY 1
               UNTIL WS-OPC > 3 OR PREFERENCIA-OTORGADA.
           IF PREFERENCIA-OTORGADA
               SET PRF-ASIGNADA TO TRUE
               ADD 1 TO WS-TOTAL-ASIGNADAS
               IF PRF-REG-OPCION-ASIGNADA > 1
                   ADD 1 TO WS-TOTAL-ALTERNAS
               END-IF
           ELSE
               MOVE WS-PRF-MOTIVO TO PRF-REG-MOTIVO
               MOVE PRF-REG-OPCION(1) TO WS-OPC-LLAVE
               PERFORM 100290-BUSCA-GRUPO
               IF WS-IDX-GR > ZEROS
                   ADD 1 TO WS-GR-NO-ATENDIDAS(WS-IDX-GR)
               ELSE
                   ADD 1 TO WS-TOTAL-SIN-CATALOGO
               END-IF
               IF WS-PRF-ESPERA > ZEROS
                   PERFORM 100450-ANOTA-ESPERA
               ELSE
                   SET PRF-RECHAZADA TO TRUE
                   ADD 1 TO WS-TOTAL-RECHAZADAS
               END-IF
           END-IF.
           MOVE WS-AUD-FECHA TO PRF-REG-FECHA-RESULTADO.
           MOVE WS-AUD-FECHA TO PRF-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR TO PRF-REG-OPERADOR.
           REWRITE PRF-REG-DOC
               INVALID KEY
                   DISPLAY "**** ERROR AL REESCRIBIR PREFERENCIA "
                           PRF-REG-LLAVE ", STATUS: " WS-STATUS-PRF
           END-REWRITE.
           EXIT.

       100410-PRUEBA-OPCION.
           IF PRF-REG-OPCION(WS-OPC) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE PRF-REG-OPCION(WS-OPC) TO WS-OPC-LLAVE.
           PERFORM 100500-EVALUA-OPCION.
           IF WS-OPC-MOTIVO = SPACES
               PERFORM 100600-INSCRIBE-OPCION
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPC = 1
               MOVE WS-OPC-MOTIVO TO WS-PRF-MOTIVO
           END-IF.
      *    SE FORMA EN ESPERA EN LA PRIMERA OPCION QUE SOLO FALLO POR
      *    ALGO QUE PROMUEVE-ESPERA-DOC VUELVE A JUZGAR AL LIBERARSE
      *    UN LUGAR (CUPO, PRERREQUISITO, EMPALME, CASILLA). UN
      *    GRUPO INEXISTENTE, UN TERCER INTENTO O UN ADEUDO NO SE
      *    FORMAN: AHI LA PROMOCION NO APLICA.
           IF WS-PRF-ESPERA = ZEROS
               IF WS-OPC-MOTIVO = "CUP" OR "PRE" OR "EMP" OR "LLE"
                   MOVE WS-OPC-LLAVE TO WS-PRF-ESPERA
               END-IF
           END-IF.
           EXIT.

       100450-ANOTA-ESPERA.
      *    MISMO REGISTRO QUE 100225-OFRECE-ESPERA DE DOC-EST-MAKER;
      *    LA COLA SE ABRE EN EXTEND Y SE CREA SI NO EXISTE.
           OPEN EXTEND DOC-ESPERA.
           IF WS-STATUS-ESPERA = "35"
               OPEN OUTPUT DOC-ESPERA
           END-IF.
           INITIALIZE ESP-REG.
           MOVE WS-PRF-ESPERA TO ESP-MATERIA.
           MOVE WS-CLAVE TO ESP-CLAVE.
           MOVE WS-AUD-FECHA TO ESP-FECHA.
           WRITE ESP-REG.
           CLOSE DOC-ESPERA.
           SET PRF-EN-ESPERA TO TRUE.
           MOVE WS-PRF-ESPERA TO PRF-REG-MATERIA-ASIGNADA.
           ADD 1 TO WS-TOTAL-ESPERA.
           EXIT.

       100500-EVALUA-OPCION.
      *    LAS VALIDACIONES DE LA INSCRIPCION EN VENTANILLA, EN EL
      *    MISMO ORDEN QUE 100210-CAPTURA-MATERIA DE DOC-EST-MAKER:
      *    GRUPO ABIERTO, CUPO, PRERREQUISITO, INTENTOS Y EMPALME;
      *    EL PLAN DE ESTUDIOS SOLO DEJA AVISO. EL TERCER INTENTO
      *    NECESITA LA FIRMA DE UN COORDINADOR EN EL MOMENTO, QUE UNA
      *    CORRIDA NO PUEDE RECABAR: SE RECHAZA Y EL ALUMNO LO
      *    TRAMITA EN VENTANILLA.
           MOVE SPACES TO WS-OPC-MOTIVO.
           MOVE SPACES TO WS-OPC-AVISO.
           IF NOT ALUMNO-DISPONIBLE
               MOVE WS-ALUMNO-ESTADO TO WS-OPC-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100290-BUSCA-GRUPO.
           IF WS-IDX-GR = ZEROS
               MOVE "GRP" TO WS-OPC-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-GR-ESTATUS(WS-IDX-GR) = "C"
               MOVE "GRP" TO WS-OPC-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100510-BUSCA-CASILLA.
           IF WS-OPC-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-GR-CUPO(WS-IDX-GR) > ZEROS
               AND WS-GR-INSCRITOS(WS-IDX-GR)
                   >= WS-GR-CUPO(WS-IDX-GR)
               MOVE "CUP" TO WS-OPC-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-GR-PRERREQ(WS-IDX-GR) > ZEROS
               MOVE "N" TO WS-PRERREQ-APROBADO
               CALL "HIST-APROBADA-SEARCH" USING
                   WS-CLAVE WS-GR-PRERREQ(WS-IDX-GR)
                   WS-PRERREQ-APROBADO
               IF NOT PRERREQ-APROBADO
                   MOVE "PRE" TO WS-OPC-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZEROS TO WS-INTENTOS-LK.
           CALL "INTENTOS-SEARCH" USING
               WS-CLAVE WS-OPC-MATERIA WS-INTENTOS-LK.
           IF WS-INTENTOS-LK >= 2
               MOVE "INT" TO WS-OPC-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100520-VALIDA-EMPALME.
           IF HORARIO-EMPALMADO
               MOVE "EMP" TO WS-OPC-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100530-VALIDA-CURRICULUM.
           EXIT.

       100510-BUSCA-CASILLA.
      *    PRIMERA CASILLA LIBRE DEL ALUMNO; DE PASO RECHAZA LA
      *    OPCION SI YA LLEVA ESA MATERIA EN CUALQUIER GRUPO.
           MOVE ZEROS TO WS-SLOT-LIBRE.
           PERFORM VARYING WS-SUB FROM 20 BY -1 UNTIL WS-SUB < 1
               IF EST-REG-MAT-CLAVE(WS-SUB) = WS-OPC-MATERIA
                   AND EST-REG-MATERIA-TABLA(WS-SUB) NOT = ZEROS
                   MOVE "INS" TO WS-OPC-MOTIVO
               END-IF
               IF EST-REG-MATERIA-TABLA(WS-SUB) = ZEROS
                   MOVE WS-SUB TO WS-SLOT-LIBRE
               END-IF
           END-PERFORM.
           IF WS-OPC-MOTIVO = SPACES AND WS-SLOT-LIBRE = ZEROS
               MOVE "LLE" TO WS-OPC-MOTIVO
           END-IF.
           EXIT.

       100520-VALIDA-EMPALME.
      *    NINGUNA SESION DEL GRUPO PEDIDO PUEDE COMPARTIR DIA Y HORA
      *    CON UNA SESION DE OTRA MATERIA YA INSCRITA, INCLUIDAS LAS
      *    QUE ESTA MISMA CORRIDA LE ACABA DE ASIGNAR. DIA 0 = SESION
      *    NO USADA.
           MOVE "N" TO WS-EMPALME.
           PERFORM 100525-REVISA-EMPALME-SLOT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20.
           EXIT.

       100525-REVISA-EMPALME-SLOT.
           IF EST-REG-MATERIA-TABLA(WS-SUB) NOT = ZEROS
               MOVE ZEROS TO WS-IDX-EMP
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-GR-TOTAL
                          OR WS-IDX-EMP > ZEROS
                   IF WS-GR-LLAVE(WS-IDX)
                       = EST-REG-MATERIA-TABLA(WS-SUB)
                       MOVE WS-IDX TO WS-IDX-EMP
                   END-IF
               END-PERFORM
               IF WS-IDX-EMP > ZEROS
                   PERFORM 100527-CRUZA-SESIONES
                       VARYING WS-SUB-SES FROM 1 BY 1
                       UNTIL WS-SUB-SES > 3
               END-IF
           END-IF.
           EXIT.

       100527-CRUZA-SESIONES.
           IF WS-GR-DIA(WS-IDX-GR, WS-SUB-SES) > ZEROS
               PERFORM VARYING WS-SUB-SES2 FROM 1 BY 1
                       UNTIL WS-SUB-SES2 > 3
                   IF WS-GR-DIA(WS-IDX-EMP, WS-SUB-SES2)
                           = WS-GR-DIA(WS-IDX-GR, WS-SUB-SES)
                       AND WS-GR-HORA(WS-IDX-EMP, WS-SUB-SES2)
                           = WS-GR-HORA(WS-IDX-GR, WS-SUB-SES)
                       SET HORARIO-EMPALMADO TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

       100530-VALIDA-CURRICULUM.
      *    AVISO SIN RECHAZO, COMO 100240-VALIDA-CURRICULUM: LA
      *    MATERIA NO ESTA EN EL PLAN DE LA CARRERA DEL ALUMNO.
      *    CARRERAS SIN PLAN CAPTURADO NO GENERAN AVISO.
           MOVE "N" TO WS-CURR-CARRERA-DEF.
           MOVE "N" TO WS-CURR-MATERIA-OK.
           MOVE "S" TO WS-CURR-ENC.
           PERFORM VARYING WS-CURR-INDICE FROM 1 BY 1
                   UNTIL NOT CURR-ENTRADA-OK OR CURRICULUM-OK
               MOVE SPACES TO WS-CURR-MAT-LK
               MOVE "N" TO WS-CURR-ENC
               CALL "CURRICULUM-SEARCH" USING
                   WS-CARRERA WS-CURR-INDICE WS-CURR-MAT-LK
                   WS-CURR-SEM-LK WS-CURR-ENC
               IF CURR-ENTRADA-OK
                   SET CURRICULUM-DEFINIDO TO TRUE
                   IF WS-CURR-MAT-LK = WS-OPC-MATERIA
                       SET CURRICULUM-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF CURRICULUM-DEFINIDO AND NOT CURRICULUM-OK
               MOVE "CUR" TO WS-OPC-AVISO
           END-IF.
           EXIT.

       100600-INSCRIBE-OPCION.
      *    LA CASILLA ENTRA CON CALIFICACIONES EN CERO, IGUAL QUE
      *    100320-GRABA-PROMOCION DE PROMUEVE-ESPERA-DOC; EL MAESTRO
      *    SE REESCRIBE UNA VEZ POR ALUMNO AL TERMINAR SUS
      *    PREFERENCIAS.
           MOVE WS-OPC-LLAVE TO EST-REG-MATERIA-TABLA(WS-SLOT-LIBRE).
           MOVE ZEROS TO EST-REG-CALIF-ENT(WS-SLOT-LIBRE).
           ADD 1 TO WS-GR-INSCRITOS(WS-IDX-GR).
           ADD 1 TO WS-GR-ASIGNADOS(WS-IDX-GR).
           SET ALUMNO-CON-CAMBIOS TO TRUE.
           SET PREFERENCIA-OTORGADA TO TRUE.
           MOVE WS-OPC TO PRF-REG-OPCION-ASIGNADA.
           MOVE WS-OPC-LLAVE TO PRF-REG-MATERIA-ASIGNADA.
           MOVE WS-OPC-AVISO TO PRF-REG-AVISO.
           EXIT.

       100700-ABRE-HOJA.
      *    HOJA DE RESULTADOS DEL ALUMNO ("ASIGNACION-<CLAVE>.txt"),
      *    MISMO ESQUEMA DE NOMBRE QUE EL COMPROBANTE DE INSCRIPCION
      *    DE DOC-EST-MAKER; CADA CORRIDA LA REEMPLAZA CON EL ESTADO
      *    VIGENTE DE TODAS SUS PREFERENCIAS.
           INITIALIZE WS-HOJA-ARCH.
           STRING
               "ASIGNACION-" DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-HOJA-ARCH.
           OPEN OUTPUT HOJA-ASIGNACION.
           INITIALIZE LINEA-HOJA.
           MOVE ALL "=" TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           INITIALIZE LINEA-HOJA.
           MOVE "        RESULTADO DE ASIGNACION DE LUGARES"
               TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           INITIALIZE LINEA-HOJA.
           MOVE ALL "=" TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           INITIALIZE LINEA-HOJA.
           STRING
               "FECHA DE CORRIDA: " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
           INTO LINEA-HOJA.
           WRITE LINEA-HOJA.
           INITIALIZE LINEA-HOJA.
           STRING
               "ALUMNO: " DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(EST-REG-NOMBRE) DELIMITED BY SIZE
           INTO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE OR-GPA TO WS-GPA-EDIT.
           INITIALIZE LINEA-HOJA.
           STRING
               "GRADO: " DELIMITED BY SIZE
               OR-GRADO DELIMITED BY SIZE
               "   PROMEDIO: " DELIMITED BY SIZE
               WS-GPA-EDIT DELIMITED BY SIZE
               "   CARRERA: " DELIMITED BY SIZE
               WS-CARRERA DELIMITED BY SIZE
           INTO LINEA-HOJA.
           WRITE LINEA-HOJA.
           IF NOT ALUMNO-DISPONIBLE
               MOVE WS-ALUMNO-ESTADO TO WS-OPC-MOTIVO
               PERFORM 100720-TEXTO-MOTIVO
               INITIALIZE LINEA-HOJA
               STRING
                   "**** SIN ASIGNACION: " DELIMITED BY SIZE
                   WS-MOTIVO-TEXTO DELIMITED BY SIZE
               INTO LINEA-HOJA
               WRITE LINEA-HOJA
           END-IF.
           INITIALIZE LINEA-HOJA.
           MOVE ALL "-" TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           EXIT.

       100710-HOJA-PREFERENCIA.
           INITIALIZE LINEA-HOJA.
           STRING
               "PRIORIDAD " DELIMITED BY SIZE
               PRF-REG-PRIORIDAD DELIMITED BY SIZE
               "  PIDIO " DELIMITED BY SIZE
               PRF-REG-OPCION(1) DELIMITED BY SIZE
               "  ALTERNAS " DELIMITED BY SIZE
               PRF-REG-OPCION(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRF-REG-OPCION(3) DELIMITED BY SIZE
           INTO LINEA-HOJA.
           WRITE LINEA-HOJA.
           INITIALIZE LINEA-HOJA.
           EVALUATE TRUE
               WHEN PRF-ASIGNADA
                   MOVE PRF-REG-MATERIA-ASIGNADA TO WS-OPC-LLAVE
                   PERFORM 100290-BUSCA-GRUPO
                   IF WS-IDX-GR > ZEROS
                       STRING
                           "   ASIGNADA " DELIMITED BY SIZE
                           PRF-REG-MATERIA-ASIGNADA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-GR-NOMBRE(WS-IDX-GR) DELIMITED BY SIZE
                           " DIA " DELIMITED BY SIZE
                           WS-GR-DIA(WS-IDX-GR, 1) DELIMITED BY SIZE
                           " HORA " DELIMITED BY SIZE
                           WS-GR-HORA(WS-IDX-GR, 1) DELIMITED BY SIZE
                           " AULA " DELIMITED BY SIZE
                           WS-GR-AULA(WS-IDX-GR) DELIMITED BY SIZE
                       INTO LINEA-HOJA
                   ELSE
                       STRING
                           "   ASIGNADA " DELIMITED BY SIZE
                           PRF-REG-MATERIA-ASIGNADA DELIMITED BY SIZE
                       INTO LINEA-HOJA
                   END-IF
               WHEN PRF-EN-ESPERA
                   MOVE PRF-REG-MOTIVO TO WS-OPC-MOTIVO
                   PERFORM 100720-TEXTO-MOTIVO
                   STRING
                       "   EN LISTA DE ESPERA DE " DELIMITED BY SIZE
                       PRF-REG-MATERIA-ASIGNADA DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MOTIVO-TEXTO)
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO LINEA-HOJA
               WHEN OTHER
                   MOVE PRF-REG-MOTIVO TO WS-OPC-MOTIVO
                   PERFORM 100720-TEXTO-MOTIVO
                   STRING
                       "   NO ASIGNADA: " DELIMITED BY SIZE
                       WS-MOTIVO-TEXTO DELIMITED BY SIZE
                   INTO LINEA-HOJA
           END-EVALUATE.
           WRITE LINEA-HOJA.
           IF PRF-ASIGNADA AND PRF-REG-OPCION-ASIGNADA > 1
               INITIALIZE LINEA-HOJA
               STRING
                   "   (SE OTORGO LA ALTERNA " DELIMITED BY SIZE
                   PRF-REG-OPCION-ASIGNADA DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO LINEA-HOJA
               WRITE LINEA-HOJA
           END-IF.
           IF PRF-REG-AVISO = "CUR"
               INITIALIZE LINEA-HOJA
               MOVE "   AVISO: MATERIA FUERA DEL PLAN DE SU CARRERA"
                   TO LINEA-HOJA
               WRITE LINEA-HOJA
           END-IF.
           EXIT.

       100720-TEXTO-MOTIVO.
           MOVE SPACES TO WS-MOTIVO-TEXTO.
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1 UNTIL WS-IDX-MOT > 9
               IF WS-MOTIVO-COD(WS-IDX-MOT) = WS-OPC-MOTIVO
                   MOVE WS-MOTIVO-DESC(WS-IDX-MOT) TO WS-MOTIVO-TEXTO
               END-IF
           END-PERFORM.
           EXIT.

       100790-CIERRA-HOJA.
           INITIALIZE LINEA-HOJA.
           MOVE ALL "=" TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           CLOSE HOJA-ASIGNACION.
           EXIT.

       100800-REPORTE.
           OPEN OUTPUT REP-ASIGNACION.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CORRIDA DE ASIGNACION POR PREFERENCIAS DEL "
                   DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ALUMNOS ATENDIDOS:        " DELIMITED BY SIZE
               WS-TOTAL-ALUMNOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "PREFERENCIAS PROCESADAS:  " DELIMITED BY SIZE
               WS-TOTAL-PREFERENCIAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ASIGNADAS:                " DELIMITED BY SIZE
               WS-TOTAL-ASIGNADAS DELIMITED BY SIZE
               "  (CON ALTERNA " DELIMITED BY SIZE
               WS-TOTAL-ALTERNAS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "EN LISTA DE ESPERA:       " DELIMITED BY SIZE
               WS-TOTAL-ESPERA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RECHAZADAS:               " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "DEMANDA NO ATENDIDA POR MATERIA + GRUPO (1A. OPCION)"
               TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "LLAVE   MATERIA              CUPO  INSCR  ASIGN  "
                   DELIMITED BY SIZE
               "SOLIC  NO ATENDIDAS" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM 100810-LINEA-DEMANDA
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GR-TOTAL.
           IF WS-TOTAL-SIN-CATALOGO > ZEROS
               INITIALIZE LINEA-TEMP
               STRING
                   "PEDIDAS FUERA DEL CATALOGO: " DELIMITED BY SIZE
                   WS-TOTAL-SIN-CATALOGO DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               "GRUPOS CON DEMANDA NO ATENDIDA: " DELIMITED BY SIZE
               WS-TOTAL-GRUPOS-DEMANDA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           CLOSE REP-ASIGNACION.
           DISPLAY "**** REPORTE GENERADO EN REP-ASIGNACION.txt ***".
           EXIT.

       100810-LINEA-DEMANDA.
           IF WS-GR-NO-ATENDIDAS(WS-IDX) > ZEROS
               ADD 1 TO WS-TOTAL-GRUPOS-DEMANDA
               INITIALIZE LINEA-TEMP
               STRING
                   WS-GR-LLAVE(WS-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-GR-NOMBRE(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GR-CUPO(WS-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-GR-INSCRITOS(WS-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-GR-ASIGNADOS(WS-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-GR-SOLICITUDES(WS-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-GR-NO-ATENDIDAS(WS-IDX) DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           EXIT.

       100850-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "ASIGNA-PREFERENCIAS" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|CORRIDA DE ASIGNACION ALUMNOS "
                   DELIMITED BY SIZE
               WS-TOTAL-ALUMNOS DELIMITED BY SIZE
               " ASIGNADAS " DELIMITED BY SIZE
               WS-TOTAL-ASIGNADAS DELIMITED BY SIZE
               " ESPERA " DELIMITED BY SIZE
               WS-TOTAL-ESPERA DELIMITED BY SIZE
               " RECHAZADAS " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADAS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100900-RESUMEN.
           DISPLAY "*****************************************".
           DISPLAY "**** ALUMNOS:      " WS-TOTAL-ALUMNOS.
           DISPLAY "**** ASIGNADAS:    " WS-TOTAL-ASIGNADAS.
           DISPLAY "**** EN ESPERA:    " WS-TOTAL-ESPERA.
           DISPLAY "**** RECHAZADAS:   " WS-TOTAL-RECHAZADAS.
           DISPLAY "*****************************************".
           EXIT.

       END PROGRAM ASIGNA-PREFERENCIAS-DOC.
