      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: CERTIFICADO PARCIAL DE ESTUDIOS FOR A STUDENT LEAVING
      *          FOR ANOTHER SCHOOL. LISTS EVERY MATERIA THE STUDENT
      *          PASSED: EACH TERM SNAPSHOT IN "terminos.txt" (WITH THE
      *          APROBATORIA VIGENTE EN ESE TERMINO, IGUAL QUE
      *          HIST-APROBADA-SEARCH), THE LIVE RECORD AND THE "A"
      *          RESULTS OF "extraordinarios.txt". UNA MATERIA SALE UNA
      *          SOLA VEZ, CON EL TERMINO EN QUE SE ACREDITO. EACH LINE
      *          CARRIES GRADE, CREDITS (CREDITOS-SEARCH), TERM AND, FOR
      *          MATERIAS CONVALIDATED BY ADMISION-TRANSFER-DOC, THE
      *          INSTITUCION + CURSO OF ORIGIN TAKEN FROM ITS
      *          "CONVALIDA" LINES IN "auditoria.txt"; THEN THE
      *          CREDIT-WEIGHTED AVERAGE. SIN NO ADEUDO
      *          (NO-ADEUDO-SEARCH) NO SE EMITE. THE CONSECUTIVE FOLIO
      *          GOES TO "certificados-parciales.txt" SO
      *          FOLIO-VERIFICA-DOC CAN ANSWER FOR IT; THE PRINT-READY
      *          CERTIFICATE IS "CERT-PARCIAL-<FOLIO>.txt" AND THE SAME
      *          DATA GOES TO "CERT-PARCIAL-<FOLIO>-ELEC.txt" (HDR /
      *          DET / TRL, FIXED WIDTH) FOR THE RECEIVING SCHOOL TO
      *          LOAD. EMISSIONS AND REFUSALS ARE LOGGED THROUGH
      *          AUDITORIA-WRITER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-PARCIAL-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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
                   FILE STATUS WS-STATUS-EST.

               SELECT DOC-TERMINOS ASSIGN TO "terminos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-TERMINOS.

               SELECT DOC-HIST ASSIGN TO WS-HIST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-HIST.

               SELECT DOC-EXT ASSIGN TO "extraordinarios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-EXT.

               SELECT DOC-CICLOS ASSIGN TO "ciclos.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CIC-REG-ID
                   FILE STATUS WS-STATUS-CIC.

               SELECT AUDITORIA ASSIGN TO "auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-AUD.

               SELECT DOC-CERT-PARCIAL ASSIGN TO
                   "certificados-parciales.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-CPA.

               SELECT CERTIFICADO ASSIGN TO WS-CERT-ARCHIVO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-CER.

               SELECT INTERCAMBIO ASSIGN TO WS-ELEC-ARCHIVO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-INT.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-TERMINOS.
               01 LINEA-TERMINO PIC X(10).

           FD DOC-HIST.
      *    MISMO LAYOUT QUE EST-REG-DOC.cpy; LOS SNAPSHOTS SE
      *    ESCRIBEN CON EL LAYOUT VIGENTE AL CERRAR EL TERMINO.
               01 HIST-REG.
                   05 HIST-CLAVE PIC 9(08).
                   05 FILLER PIC X(44).
                   05 HIST-MATERIA-TABLA OCCURS 20 TIMES.
                       10 HIST-MAT-CLAVE PIC 9(04).
                       10 HIST-MAT-GRUPO PIC 9(02).
                   05 HIST-CALIF-ENT OCCURS 20 TIMES.
                       10 FILLER PIC X(12).
                       10 HIST-CALIF-FINAL PIC 9(03)V9.
                   05 FILLER PIC X(43).

           FD DOC-EXT.
               01 EXT-REG.
                   05 EXT-CLAVE PIC 9(08).
                   05 EXT-MATERIA PIC 9(04).
                   05 EXT-FECHA PIC 9(08).
                   05 EXT-CALIF PIC 9(03)V9.
                   05 EXT-RESULTADO PIC X(01).

           FD DOC-CICLOS.
               01 CIC-REG-DOC.
                   05 CIC-REG-ID PIC X(10).
                   05 CIC-REG-INSCR-INI PIC 9(08).
                   05 CIC-REG-INSCR-FIN PIC 9(08).
                   05 CIC-REG-CALIF-INI PIC 9(08).
                   05 CIC-REG-CALIF-FIN PIC 9(08).
                   05 CIC-REG-ESTATUS PIC X(01).

           FD AUDITORIA.
               01 AUD-LINEA PIC X(132).

           FD DOC-CERT-PARCIAL.
      *    REGISTRO DE CERTIFICADOS PARCIALES EMITIDOS, UNA LINEA POR
      *    FOLIO, CON LOS TOTALES IMPRESOS PARA COTEJARLOS.
               01 CPA-REG.
                   05 CPA-FOLIO PIC 9(06).
                   05 CPA-CLAVE PIC 9(08).
                   05 CPA-FECHA PIC 9(08).
                   05 CPA-HORA PIC X(06).
                   05 CPA-OPERADOR PIC X(20).
                   05 CPA-MATERIAS PIC 9(03).
                   05 CPA-CREDITOS PIC 9(04).
                   05 CPA-PROMEDIO PIC 9(03)V99.

           FD CERTIFICADO.
               01 LINEA-CERT PIC X(80).

           FD INTERCAMBIO.
      *    ARCHIVO ELECTRONICO DE ANCHO FIJO: UN HDR CON EL ALUMNO, UN
      *    DET POR MATERIA ACREDITADA Y UN TRL CON LOS TOTALES QUE
      *    DEBEN CUADRAR CONTRA LOS DET.
               01 INT-REG PIC X(120).
               01 INT-REG-HDR REDEFINES INT-REG.
                   05 INT-HDR-TIPO PIC X(03).
                   05 INT-HDR-FOLIO PIC 9(06).
                   05 INT-HDR-FECHA PIC 9(08).
                   05 INT-HDR-CLAVE PIC 9(08).
                   05 INT-HDR-NOMBRE PIC X(40).
                   05 INT-HDR-CARRERA PIC 9(02).
                   05 INT-HDR-PLANTEL PIC 9(02).
                   05 INT-HDR-GRADO PIC 9(02).
                   05 INT-HDR-CONTEO PIC 9(03).
                   05 FILLER PIC X(46).
               01 INT-REG-DET REDEFINES INT-REG.
                   05 INT-DET-TIPO PIC X(03).
                   05 INT-DET-FOLIO PIC 9(06).
                   05 INT-DET-MATERIA PIC 9(04).
                   05 INT-DET-GRUPO PIC 9(02).
                   05 INT-DET-NOMBRE PIC X(32).
                   05 INT-DET-CALIF PIC 9(03)V9.
                   05 INT-DET-CREDITOS PIC 9(02).
                   05 INT-DET-TERMINO PIC X(10).
      *            "O" ORDINARIO, "E" EXTRAORDINARIO, "Q" EQUIVALENCIA.
                   05 INT-DET-ACREDITA PIC X(01).
                   05 INT-DET-ORIGEN PIC X(31).
                   05 FILLER PIC X(25).
               01 INT-REG-TRL REDEFINES INT-REG.
                   05 INT-TRL-TIPO PIC X(03).
                   05 INT-TRL-FOLIO PIC 9(06).
                   05 INT-TRL-CONTEO PIC 9(03).
                   05 INT-TRL-CREDITOS PIC 9(04).
                   05 INT-TRL-PROMEDIO PIC 9(03)V99.
                   05 FILLER PIC X(99).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-TERMINOS PIC XX.
               05 WS-STATUS-HIST PIC XX.
               05 WS-STATUS-EXT PIC XX.
               05 WS-STATUS-CIC PIC XX.
               05 WS-STATUS-AUD PIC XX.
               05 WS-STATUS-CPA PIC XX.
               05 WS-STATUS-CER PIC XX.
               05 WS-STATUS-INT PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-FOLIO PIC 9(06) VALUE ZEROS.
               05 WS-HIST-FILENAME PIC X(30).
               05 WS-CERT-ARCHIVO PIC X(30) VALUE SPACES.
               05 WS-ELEC-ARCHIVO PIC X(36) VALUE SPACES.
               05 WS-CICLO-ABIERTO PIC X(10) VALUE SPACES.
               05 WS-NAD-AREAS PIC X(04) VALUE SPACES.
               05 WS-NAD-LIBERADO PIC X VALUE "N".
                   88 NO-ADEUDO-LIBERADO VALUE "S".
               05 WS-CARRERA-LK PIC X(02).
               05 WS-CARRERA-NOMBRE-LK PIC A(30).
               05 WS-CARRERA-DESC-LK PIC A(40).
               05 WS-CARRERA-VALIDA PIC X.
               05 WS-PLANTEL-LK PIC X(02).
               05 WS-PLANTEL-NOMBRE-LK PIC A(30).
               05 WS-PLANTEL-VALIDO PIC X.
      *        APROBATORIA VIGENTE (REGISTRO VIVO Y EXTRAORDINARIOS)
      *        Y LA DEL TERMINO DEL SNAPSHOT EN TURNO.
               05 WS-CALIF-APROBATORIA PIC 9(03) VALUE 70.
               05 WS-CALIF-APROB-SNAP PIC 9(03) VALUE 70.
               05 WS-FECHA-TERMINO PIC 9(08) VALUE ZEROS.
               05 WS-ASOF-ENCONTRADO PIC X.

      *    DATOS DEL ALUMNO TOMADOS DEL REGISTRO VIVO.
           01 WS-ALUMNO.
               05 WS-EST-NOMBRE PIC X(40).
               05 WS-EST-CARRERA PIC 9(02).
               05 WS-EST-PLANTEL PIC 9(02).
               05 WS-EST-GRADO PIC 9(02).

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-CALL.
               05 WS-MATERIA PIC X(32).
               05 WS-PROFE PIC X(32).
               05 WS-MAT-ENCONTRADA PIC X.
                   88 MAT-ENCONTRADA VALUE "S".
               05 WS-MAT-CLAVE-LK PIC X(06).
               05 WS-CRED-LK PIC 9(02).
               05 WS-CRED-ENC PIC X.

      *    MATERIA CANDIDATA A ENTRAR AL CERTIFICADO.
           01 WS-NUEVA.
               05 WS-NUEVA-MATERIA PIC 9(04).
               05 WS-NUEVA-GRUPO PIC 9(02).
               05 WS-NUEVA-CALIF PIC 9(03)V9.
               05 WS-NUEVA-TERMINO PIC X(10).
               05 WS-NUEVA-ACREDITA PIC X(01).

      *    MATERIAS ACREDITADAS, UNA SOLA VEZ CADA UNA.
           01 WS-MATERIAS-CERT.
               05 WS-TOTAL-MAT PIC 9(03) VALUE ZEROS.
               05 WS-MAT-ENT OCCURS 200 TIMES.
                   10 WS-MC-MATERIA PIC 9(04).
                   10 WS-MC-GRUPO PIC 9(02).
                   10 WS-MC-CALIF PIC 9(03)V9.
                   10 WS-MC-TERMINO PIC X(10).
                   10 WS-MC-ACREDITA PIC X(01).
                       88 MC-ORDINARIO VALUE "O".
                       88 MC-EXTRAORDINARIO VALUE "E".
                       88 MC-EQUIVALENCIA VALUE "Q".
                   10 WS-MC-NOMBRE PIC X(32).
                   10 WS-MC-CREDITOS PIC 9(02).
                   10 WS-MC-ORIGEN PIC X(31).

      *    CONVALIDACIONES DEL ALUMNO HALLADAS EN LA BITACORA
      *    ("CONVALIDA <INSTITUCION> <CURSO> -> MAT nnnn").
           01 WS-CONVALIDACIONES.
               05 WS-TOTAL-CONV PIC 9(02) VALUE ZEROS.
               05 WS-CONV-ENT OCCURS 40 TIMES.
                   10 WS-CONV-MATERIA PIC 9(04).
                   10 WS-CONV-ORIGEN PIC X(31).

      *    CAMPOS DE UNA LINEA DE AUDITORIA (PROG|OPER|FECHA|HORA|
      *    CLAVE|TEXTO).
           01 WS-AUD-CAMPOS.
               05 WS-AUD-PROG PIC X(20).
               05 WS-AUD-OPER PIC X(20).
               05 WS-AUD-FECHA-X PIC X(08).
               05 WS-AUD-HORA-X PIC X(06).
               05 WS-AUD-CLAVE-X PIC X(08).
               05 WS-AUD-TEXTO PIC X(80).
               05 WS-AUD-ORIGEN PIC X(31).
               05 WS-AUD-MAT-X PIC X(04).

           01 WS-PROMEDIO.
               05 WS-CALIF-SUMA PIC 9(07)V9 VALUE ZEROS.
               05 WS-CRED-TOTAL PIC 9(04) VALUE ZEROS.
               05 WS-GPA PIC 9(03)V99 VALUE ZEROS.
               05 WS-GPA-EDIT PIC ZZ9.99.
               05 WS-CAL-EDIT PIC ZZ9.9.
               05 WS-TIPO-EDIT PIC X(03).

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-HALLADO PIC 9(03).
               05 WS-IDX-CONV PIC 9(02).

           01 SWITCHES.
               05 WS-EST-EXISTE PIC X VALUE "N".
                   88 EST-EXISTE VALUE "S".
               05 WS-FIN-TERMINOS PIC X VALUE "N".
                   88 FIN-TERMINOS VALUE "S".
               05 WS-FIN-HIST PIC X VALUE "N".
                   88 FIN-HISTORICO VALUE "S".
               05 WS-HIST-ENCONTRADO PIC X VALUE "N".
                   88 HIST-ENCONTRADO VALUE "S".
               05 WS-FIN-EXT PIC X VALUE "N".
                   88 FIN-EXTRAORDINARIOS VALUE "S".
               05 WS-FIN-CIC PIC X VALUE "N".
                   88 FIN-CICLOS VALUE "S".
               05 WS-FIN-AUD PIC X VALUE "N".
                   88 FIN-AUDITORIA VALUE "S".
               05 WS-FIN-CPA PIC X VALUE "N".
                   88 FIN-CERT-PARCIAL VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           DISPLAY "----------------------------------------------".
           DISPLAY "---- CERTIFICADO PARCIAL DE ESTUDIOS ----".
           DISPLAY "----------------------------------------------".
           DISPLAY "LOG -- OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT EST-EXISTE
               GOBACK
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           PERFORM 100100-REVISA-NO-ADEUDO.
           IF NOT NO-ADEUDO-LIBERADO
               DISPLAY "**** SIN NO ADEUDO (BLFE " WS-NAD-AREAS
                       "); NO SE EMITE EL CERTIFICADO ***"
               INITIALIZE WS-AUD-TEXTO
               STRING
                   "RECHAZADO SIN NO ADEUDO BLFE " DELIMITED BY SIZE
                   WS-NAD-AREAS DELIMITED BY SIZE
               INTO WS-AUD-TEXTO
               PERFORM 100900-AUDITORIA-LOG
               GOBACK
           END-IF.
           PERFORM 100150-APROBATORIA-VIGENTE.
           PERFORM 100160-CARGA-CONVALIDACIONES.
           PERFORM 100170-BUSCA-CICLO-ABIERTO.
           PERFORM 100200-RECORRE-TERMINOS.
           PERFORM 100300-TERMINO-ACTUAL.
           PERFORM 100400-RECORRE-EXTRAORDINARIOS.
           IF WS-TOTAL-MAT = ZEROS
               DISPLAY "**** EL ALUMNO NO TIENE MATERIAS ACREDITADAS; "
                       "NO SE EMITE EL CERTIFICADO ***"
               GOBACK
           END-IF.
           PERFORM 100500-COMPLETA-MATERIA
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOTAL-MAT.
           IF WS-CRED-TOTAL > ZEROS
               COMPUTE WS-GPA ROUNDED = WS-CALIF-SUMA / WS-CRED-TOTAL
           END-IF.
           MOVE WS-GPA TO WS-GPA-EDIT.
           PERFORM 100600-SIGUIENTE-FOLIO.
           PERFORM 100610-REGISTRA-FOLIO.
           PERFORM 100700-IMPRIME-CERTIFICADO.
           PERFORM 100800-ARCHIVO-ELECTRONICO.
           INITIALIZE WS-AUD-TEXTO.
           STRING
               "CERT PARCIAL FOLIO " DELIMITED BY SIZE
               WS-FOLIO DELIMITED BY SIZE
               " MATS " DELIMITED BY SIZE
               WS-TOTAL-MAT DELIMITED BY SIZE
               " CRED " DELIMITED BY SIZE
               WS-CRED-TOTAL DELIMITED BY SIZE
               " PROM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GPA-EDIT) DELIMITED BY SIZE
           INTO WS-AUD-TEXTO.
           PERFORM 100900-AUDITORIA-LOG.
           DISPLAY "**** CERTIFICADO PARCIAL FOLIO " WS-FOLIO " EN "
                   FUNCTION TRIM(WS-CERT-ARCHIVO) " ***".
           DISPLAY "**** ARCHIVO ELECTRONICO EN "
                   FUNCTION TRIM(WS-ELEC-ARCHIVO) " ***".
           EXIT.

       100050-CAPTURA-CLAVE.
           DISPLAY "LOG -- CLAVE del estudiante: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE.
           MOVE "N" TO WS-EST-EXISTE.
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
      *    UNA CLAVE FUSIONADA SOLO APUNTA AL SOBREVIVIENTE; EL
      *    HISTORIAL SE CERTIFICA CON LA CLAVE QUE QUEDO.
           IF EST-FUSIONADO
               DISPLAY "**** CLAVE FUSIONADA EN OTRA (VER "
                       "FUSIONES.TXT); USE LA CLAVE SOBREVIVIENTE ***"
               MOVE "N" TO WS-EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           MOVE EST-REG-NOMBRE TO WS-EST-NOMBRE.
           MOVE EST-REG-CARRERA TO WS-EST-CARRERA.
           MOVE EST-REG-PLANTEL TO WS-EST-PLANTEL.
           MOVE EST-REG-GRADO TO WS-EST-GRADO.
           EXIT.

       100100-REVISA-NO-ADEUDO.
      *    MISMO CANDADO QUE EL CERTIFICADO DE GRADUACION: CADA AREA
      *    LIBERADA ("L"), CON OVERRIDE ADMIN ("O") O, EN FINANZAS,
      *    CON SALDO CERO ("S").
           MOVE "N" TO WS-NAD-LIBERADO.
           CALL "NO-ADEUDO-SEARCH" USING
               WS-CLAVE WS-AUD-FECHA WS-NAD-AREAS WS-NAD-LIBERADO.
           EXIT.

       100150-APROBATORIA-VIGENTE.
           MOVE "CALIF-APROB" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-CALIF-APROBATORIA
           END-IF.
           EXIT.

       100160-CARGA-CONVALIDACIONES.
      *    EL MAESTRO SOLO GUARDA LA MATERIA CONVALIDADA COMO GRUPO
      *    01; DE DONDE VINO (INSTITUCION + CURSO) QUEDO EN LA LINEA
      *    "CONVALIDA" QUE ADMISION-TRANSFER-DOC DEJA EN LA BITACORA.
           MOVE ZEROS TO WS-TOTAL-CONV.
           MOVE "N" TO WS-FIN-AUD.
           OPEN INPUT AUDITORIA.
           IF WS-STATUS-AUD NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-AUDITORIA
               READ AUDITORIA
                   AT END
                       SET FIN-AUDITORIA TO TRUE
                   NOT AT END
                       IF AUD-LINEA(1:15) = "ADMISION-TRANS|"
                           PERFORM 100165-REVISA-CONVALIDACION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA.
           EXIT.

       100165-REVISA-CONVALIDACION.
           MOVE SPACES TO WS-AUD-CAMPOS.
           UNSTRING AUD-LINEA(1:116) DELIMITED BY "|"
               INTO WS-AUD-PROG WS-AUD-OPER WS-AUD-FECHA-X
                    WS-AUD-HORA-X WS-AUD-CLAVE-X WS-AUD-TEXTO
           END-UNSTRING.
           IF WS-AUD-CLAVE-X NOT = WS-CLAVE
               OR WS-AUD-TEXTO(1:10) NOT = "CONVALIDA "
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-AUD-TEXTO(11:70) DELIMITED BY " -> MAT "
               INTO WS-AUD-ORIGEN WS-AUD-MAT-X
           END-UNSTRING.
           IF WS-AUD-MAT-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
      *    UNA MATERIA CONVALIDADA DOS VECES CONSERVA LA ULTIMA.
           MOVE ZEROS TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX-CONV FROM 1 BY 1
               UNTIL WS-IDX-CONV > WS-TOTAL-CONV
               IF WS-CONV-MATERIA(WS-IDX-CONV) = WS-AUD-MAT-X
                   MOVE WS-IDX-CONV TO WS-IDX-HALLADO
               END-IF
           END-PERFORM.
           IF WS-IDX-HALLADO = ZEROS
               IF WS-TOTAL-CONV < 40
                   ADD 1 TO WS-TOTAL-CONV
                   MOVE WS-TOTAL-CONV TO WS-IDX-HALLADO
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-AUD-MAT-X TO WS-CONV-MATERIA(WS-IDX-HALLADO).
           MOVE WS-AUD-ORIGEN TO WS-CONV-ORIGEN(WS-IDX-HALLADO).
           EXIT.

       100170-BUSCA-CICLO-ABIERTO.
      *    LO ACREDITADO EN EL REGISTRO VIVO SE ANOTA CON EL CICLO
      *    ABIERTO (MISMO CRITERIO QUE CONSTANCIA-DOC).
           MOVE "EN CURSO" TO WS-CICLO-ABIERTO.
           MOVE "N" TO WS-FIN-CIC.
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC = "00"
               PERFORM UNTIL FIN-CICLOS
                   READ DOC-CICLOS NEXT RECORD
                       AT END
                           SET FIN-CICLOS TO TRUE
                       NOT AT END
                           IF CIC-REG-ESTATUS = "A"
                               MOVE CIC-REG-ID TO WS-CICLO-ABIERTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-CICLOS.
           EXIT.

       100200-RECORRE-TERMINOS.
           MOVE "N" TO WS-FIN-TERMINOS.
           OPEN INPUT DOC-TERMINOS.
           IF WS-STATUS-TERMINOS = "00"
               PERFORM UNTIL FIN-TERMINOS
                   READ DOC-TERMINOS
                       AT END
                           SET FIN-TERMINOS TO TRUE
                       NOT AT END
                           PERFORM 100210-PROCESA-TERMINO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-TERMINOS.
           EXIT.

       100210-PROCESA-TERMINO.
           PERFORM 100215-APROBATORIA-DEL-TERMINO.
           INITIALIZE WS-HIST-FILENAME.
           STRING
               "estudiantes-" DELIMITED BY SIZE
               FUNCTION TRIM(LINEA-TERMINO) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-HIST-FILENAME.
           MOVE "N" TO WS-FIN-HIST.
           MOVE "N" TO WS-HIST-ENCONTRADO.
           OPEN INPUT DOC-HIST.
           IF WS-STATUS-HIST = "00"
               PERFORM UNTIL FIN-HISTORICO OR HIST-ENCONTRADO
                   READ DOC-HIST
                       AT END
                           SET FIN-HISTORICO TO TRUE
                       NOT AT END
                           IF HIST-CLAVE = WS-CLAVE
                               SET HIST-ENCONTRADO TO TRUE
                               PERFORM 100220-REVISA-SLOT-HIST
                                   VARYING WS-SUB FROM 1 BY 1
                                   UNTIL WS-SUB > 20
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-HIST.
           EXIT.

       100215-APROBATORIA-DEL-TERMINO.
      *    LA FECHA DE REFERENCIA ES EL CIERRE DE CALIFICACIONES DEL
      *    CICLO DEL SNAPSHOT (ciclos.txt); SIN CICLO O SIN HISTORIA
      *    SE USA LA APROBATORIA VIGENTE.
           MOVE WS-CALIF-APROBATORIA TO WS-CALIF-APROB-SNAP.
           MOVE ZEROS TO WS-FECHA-TERMINO.
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC = "00"
               MOVE LINEA-TERMINO TO CIC-REG-ID
               READ DOC-CICLOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CIC-REG-CALIF-FIN TO WS-FECHA-TERMINO
               END-READ
           END-IF.
           CLOSE DOC-CICLOS.
           IF WS-FECHA-TERMINO > ZEROS
               MOVE "CALIF-APROB" TO WS-PARAM-NOMBRE
               MOVE "N" TO WS-ASOF-ENCONTRADO
               CALL "PARAMETROS-ASOF-SEARCH" USING
                   WS-PARAM-NOMBRE WS-FECHA-TERMINO WS-PARAM-VALOR
                   WS-ASOF-ENCONTRADO
               IF WS-ASOF-ENCONTRADO = "S"
                   MOVE WS-PARAM-VALOR TO WS-CALIF-APROB-SNAP
               END-IF
           END-IF.
           EXIT.

       100220-REVISA-SLOT-HIST.
           IF HIST-MAT-CLAVE(WS-SUB) NOT = ZEROS
               AND HIST-CALIF-FINAL(WS-SUB) NOT < WS-CALIF-APROB-SNAP
               MOVE HIST-MAT-CLAVE(WS-SUB) TO WS-NUEVA-MATERIA
               MOVE HIST-MAT-GRUPO(WS-SUB) TO WS-NUEVA-GRUPO
               MOVE HIST-CALIF-FINAL(WS-SUB) TO WS-NUEVA-CALIF
               MOVE LINEA-TERMINO TO WS-NUEVA-TERMINO
               MOVE "O" TO WS-NUEVA-ACREDITA
               PERFORM 100250-AGREGA-MATERIA
           END-IF.
           EXIT.

       100250-AGREGA-MATERIA.
      *    LA PRIMERA VEZ QUE SE ACREDITA ES LA QUE CUENTA; UNA
      *    MATERIA QUE SIGUE EN EL REGISTRO VIVO DESPUES DEL CIERRE NO
      *    SE REPITE.
           PERFORM 100260-BUSCA-MATERIA.
           IF WS-IDX-HALLADO > ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOTAL-MAT NOT < 200
               DISPLAY "**** MAS DE 200 MATERIAS; SE OMITE "
                       WS-NUEVA-MATERIA " ***"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-MAT.
           INITIALIZE WS-MAT-ENT(WS-TOTAL-MAT).
           MOVE WS-NUEVA-MATERIA TO WS-MC-MATERIA(WS-TOTAL-MAT).
           MOVE WS-NUEVA-GRUPO TO WS-MC-GRUPO(WS-TOTAL-MAT).
           MOVE WS-NUEVA-CALIF TO WS-MC-CALIF(WS-TOTAL-MAT).
           MOVE WS-NUEVA-TERMINO TO WS-MC-TERMINO(WS-TOTAL-MAT).
           MOVE WS-NUEVA-ACREDITA TO WS-MC-ACREDITA(WS-TOTAL-MAT).
           EXIT.

       100260-BUSCA-MATERIA.
           MOVE ZEROS TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-MAT OR WS-IDX-HALLADO > ZEROS
               IF WS-MC-MATERIA(WS-IDX) = WS-NUEVA-MATERIA
                   MOVE WS-IDX TO WS-IDX-HALLADO
               END-IF
           END-PERFORM.
           EXIT.

       100300-TERMINO-ACTUAL.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST = "00"
               MOVE WS-CLAVE TO EST-REG-CLAVE
               READ DOC-EST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 100310-REVISA-SLOT-ACTUAL
                           VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > 20
               END-READ
           END-IF.
           CLOSE DOC-EST.
           EXIT.

       100310-REVISA-SLOT-ACTUAL.
           IF EST-REG-MAT-CLAVE(WS-SUB) NOT = ZEROS
               AND EST-REG-CALIF-TABLA(WS-SUB)
                   NOT < WS-CALIF-APROBATORIA
               MOVE EST-REG-MAT-CLAVE(WS-SUB) TO WS-NUEVA-MATERIA
               MOVE EST-REG-MAT-GRUPO(WS-SUB) TO WS-NUEVA-GRUPO
               MOVE EST-REG-CALIF-TABLA(WS-SUB) TO WS-NUEVA-CALIF
               MOVE WS-CICLO-ABIERTO TO WS-NUEVA-TERMINO
               MOVE "O" TO WS-NUEVA-ACREDITA
               PERFORM 100250-AGREGA-MATERIA
           END-IF.
           EXIT.

       100400-RECORRE-EXTRAORDINARIOS.
      *    UN EXTRAORDINARIO APROBADO ACREDITA LA MATERIA QUE EL
      *    TERMINO DEJO REPROBADA; SI HAY VARIOS MANDA EL ULTIMO.
           MOVE "N" TO WS-FIN-EXT.
           OPEN INPUT DOC-EXT.
           IF WS-STATUS-EXT = "00"
               PERFORM UNTIL FIN-EXTRAORDINARIOS
                   READ DOC-EXT
                       AT END
                           SET FIN-EXTRAORDINARIOS TO TRUE
                       NOT AT END
                           IF EXT-CLAVE = WS-CLAVE
                               AND EXT-RESULTADO = "A"
                               AND EXT-CALIF
                                   NOT < WS-CALIF-APROBATORIA
                               PERFORM 100410-AGREGA-EXTRAORDINARIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-EXT.
           EXIT.

       100410-AGREGA-EXTRAORDINARIO.
           MOVE EXT-MATERIA TO WS-NUEVA-MATERIA.
           MOVE ZEROS TO WS-NUEVA-GRUPO.
           MOVE EXT-CALIF TO WS-NUEVA-CALIF.
           MOVE EXT-FECHA TO WS-NUEVA-TERMINO.
           MOVE "E" TO WS-NUEVA-ACREDITA.
           PERFORM 100260-BUSCA-MATERIA.
           IF WS-IDX-HALLADO = ZEROS
               PERFORM 100250-AGREGA-MATERIA
           ELSE
               IF MC-EXTRAORDINARIO(WS-IDX-HALLADO)
                   MOVE WS-NUEVA-CALIF TO WS-MC-CALIF(WS-IDX-HALLADO)
                   MOVE WS-NUEVA-TERMINO
                       TO WS-MC-TERMINO(WS-IDX-HALLADO)
               END-IF
           END-IF.
           EXIT.

       100500-COMPLETA-MATERIA.
      *    EL EXTRAORDINARIO NO TRAE GRUPO; CREDITOS Y NOMBRE SE
      *    RESUELVEN CON EL GRUPO 01 DE LA MATERIA.
           IF MC-EXTRAORDINARIO(WS-IDX) AND WS-MC-GRUPO(WS-IDX) = ZEROS
               MOVE 1 TO WS-MC-GRUPO(WS-IDX)
           END-IF.
           MOVE WS-MC-MATERIA(WS-IDX) TO WS-MAT-CLAVE-LK(1:4).
           MOVE WS-MC-GRUPO(WS-IDX) TO WS-MAT-CLAVE-LK(5:2).
           MOVE 1 TO WS-CRED-LK.
           MOVE "N" TO WS-CRED-ENC.
           CALL "CREDITOS-SEARCH" USING
               WS-MAT-CLAVE-LK WS-CRED-LK WS-CRED-ENC.
           MOVE WS-CRED-LK TO WS-MC-CREDITOS(WS-IDX).
           MOVE SPACES TO WS-MATERIA.
           MOVE SPACES TO WS-PROFE.
           MOVE "N" TO WS-MAT-ENCONTRADA.
           CALL "DATA-MATERIAS-SEARCH" USING
               WS-MAT-CLAVE-LK WS-MATERIA WS-PROFE
               WS-MAT-ENCONTRADA.
           IF NOT MAT-ENCONTRADA
               MOVE "**** MATERIA NO ENCONTRADA ****" TO WS-MATERIA
           END-IF.
           MOVE WS-MATERIA TO WS-MC-NOMBRE(WS-IDX).
      *    LO CONVALIDADO ENTRA AL MAESTRO COMO GRUPO 01.
           IF WS-MC-GRUPO(WS-IDX) = 1 AND NOT MC-EXTRAORDINARIO(WS-IDX)
               PERFORM VARYING WS-IDX-CONV FROM 1 BY 1
                   UNTIL WS-IDX-CONV > WS-TOTAL-CONV
                   IF WS-CONV-MATERIA(WS-IDX-CONV)
                       = WS-MC-MATERIA(WS-IDX)
                       SET MC-EQUIVALENCIA(WS-IDX) TO TRUE
                       MOVE WS-CONV-ORIGEN(WS-IDX-CONV)
                           TO WS-MC-ORIGEN(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE WS-CALIF-SUMA = WS-CALIF-SUMA
               + WS-MC-CALIF(WS-IDX) * WS-MC-CREDITOS(WS-IDX).
           ADD WS-MC-CREDITOS(WS-IDX) TO WS-CRED-TOTAL.
           EXIT.

       100600-SIGUIENTE-FOLIO.
      *    FOLIO CONSECUTIVO PROPIO DE LOS CERTIFICADOS PARCIALES,
      *    COMO EL DE CONSTANCIAS.
           MOVE ZEROS TO WS-FOLIO.
           MOVE "N" TO WS-FIN-CPA.
           OPEN INPUT DOC-CERT-PARCIAL.
           IF WS-STATUS-CPA = "00"
               PERFORM UNTIL FIN-CERT-PARCIAL
                   READ DOC-CERT-PARCIAL
                       AT END
                           SET FIN-CERT-PARCIAL TO TRUE
                       NOT AT END
                           IF CPA-FOLIO > WS-FOLIO
                               MOVE CPA-FOLIO TO WS-FOLIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-CERT-PARCIAL
           END-IF.
           ADD 1 TO WS-FOLIO.
           EXIT.

       100610-REGISTRA-FOLIO.
           ACCEPT WS-AUD-HORA FROM TIME.
           OPEN EXTEND DOC-CERT-PARCIAL.
           IF WS-STATUS-CPA = "35"
               OPEN OUTPUT DOC-CERT-PARCIAL
           END-IF.
           INITIALIZE CPA-REG.
           MOVE WS-FOLIO TO CPA-FOLIO.
           MOVE WS-CLAVE TO CPA-CLAVE.
           MOVE WS-AUD-FECHA TO CPA-FECHA.
           MOVE WS-AUD-HORA(1:6) TO CPA-HORA.
           MOVE WS-OPERADOR TO CPA-OPERADOR.
           MOVE WS-TOTAL-MAT TO CPA-MATERIAS.
           MOVE WS-CRED-TOTAL TO CPA-CREDITOS.
           MOVE WS-GPA TO CPA-PROMEDIO.
           WRITE CPA-REG.
           CLOSE DOC-CERT-PARCIAL.
           EXIT.

       100700-IMPRIME-CERTIFICADO.
           MOVE WS-EST-CARRERA TO WS-CARRERA-LK.
           MOVE SPACES TO WS-CARRERA-NOMBRE-LK.
           MOVE SPACES TO WS-CARRERA-DESC-LK.
           MOVE "N" TO WS-CARRERA-VALIDA.
           CALL "CARRERA-SEARCH" USING
               WS-CARRERA-LK WS-CARRERA-NOMBRE-LK WS-CARRERA-DESC-LK
               WS-CARRERA-VALIDA.
           MOVE WS-EST-PLANTEL TO WS-PLANTEL-LK.
           MOVE SPACES TO WS-PLANTEL-NOMBRE-LK.
           MOVE "N" TO WS-PLANTEL-VALIDO.
           CALL "PLANTEL-SEARCH" USING
               WS-PLANTEL-LK WS-PLANTEL-NOMBRE-LK WS-PLANTEL-VALIDO.
           INITIALIZE WS-CERT-ARCHIVO.
           STRING
               "CERT-PARCIAL-" DELIMITED BY SIZE
               WS-FOLIO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-CERT-ARCHIVO.
           OPEN OUTPUT CERTIFICADO.
           INITIALIZE LINEA-CERT.
           MOVE ALL "*" TO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           MOVE "                CERTIFICADO PARCIAL DE ESTUDIOS"
               TO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           MOVE ALL "*" TO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           STRING
               "FOLIO: " DELIMITED BY SIZE
               WS-FOLIO DELIMITED BY SIZE
               "    FECHA: " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
           INTO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           MOVE "SE CERTIFICA QUE EL (LA) ALUMNO(A):" TO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           STRING
               "    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EST-NOMBRE) DELIMITED BY SIZE
               "  (CLAVE " DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           INTO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           STRING
               "DE LA CARRERA " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CARRERA-NOMBRE-LK) DELIMITED BY SIZE
               ", PLANTEL " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PLANTEL-NOMBRE-LK) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
           INTO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           MOVE "ACREDITO LAS SIGUIENTES MATERIAS:" TO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           STRING
               "CLAVE  MATERIA                          CALIF  "
                   DELIMITED BY SIZE
               "CR  TERMINO    ACR" DELIMITED BY SIZE
           INTO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           MOVE ALL "-" TO LINEA-CERT.
           WRITE LINEA-CERT.
           PERFORM 100710-LINEA-MATERIA
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOTAL-MAT.
           INITIALIZE LINEA-CERT.
           MOVE ALL "-" TO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           STRING
               "MATERIAS ACREDITADAS: " DELIMITED BY SIZE
               WS-TOTAL-MAT DELIMITED BY SIZE
               "   CREDITOS: " DELIMITED BY SIZE
               WS-CRED-TOTAL DELIMITED BY SIZE
               "   PROMEDIO PONDERADO: " DELIMITED BY SIZE
               WS-GPA-EDIT DELIMITED BY SIZE
           INTO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           STRING
               "ACR: ORD = ORDINARIO, EXT = EXTRAORDINARIO, "
                   DELIMITED BY SIZE
               "EQU = EQUIVALENCIA" DELIMITED BY SIZE
           INTO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           STRING
               "EMITIO: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPERADOR) DELIMITED BY SIZE
           INTO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           MOVE "        ____________________________" TO LINEA-CERT.
           WRITE LINEA-CERT.
           INITIALIZE LINEA-CERT.
           MOVE "          CONTROL ESCOLAR" TO LINEA-CERT.
           WRITE LINEA-CERT.
           CLOSE CERTIFICADO.
           EXIT.

       100710-LINEA-MATERIA.
           MOVE WS-MC-CALIF(WS-IDX) TO WS-CAL-EDIT.
           EVALUATE TRUE
               WHEN MC-EXTRAORDINARIO(WS-IDX)
                   MOVE "EXT" TO WS-TIPO-EDIT
               WHEN MC-EQUIVALENCIA(WS-IDX)
                   MOVE "EQU" TO WS-TIPO-EDIT
               WHEN OTHER
                   MOVE "ORD" TO WS-TIPO-EDIT
           END-EVALUATE.
           INITIALIZE LINEA-CERT.
           STRING
               WS-MC-MATERIA(WS-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-MC-NOMBRE(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAL-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MC-CREDITOS(WS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MC-TERMINO(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIPO-EDIT DELIMITED BY SIZE
           INTO LINEA-CERT.
           WRITE LINEA-CERT.
           IF MC-EQUIVALENCIA(WS-IDX)
               INITIALIZE LINEA-CERT
               STRING
                   "       EQUIVALENCIA DE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MC-ORIGEN(WS-IDX))
                       DELIMITED BY SIZE
               INTO LINEA-CERT
               WRITE LINEA-CERT
           END-IF.
           EXIT.

       100800-ARCHIVO-ELECTRONICO.
      *    MISMOS DATOS QUE EL IMPRESO; EL TRL LLEVA CONTEO, CREDITOS
      *    Y PROMEDIO PARA QUE LA ESCUELA RECEPTORA CUADRE LA CARGA.
           INITIALIZE WS-ELEC-ARCHIVO.
           STRING
               "CERT-PARCIAL-" DELIMITED BY SIZE
               WS-FOLIO DELIMITED BY SIZE
               "-ELEC.txt" DELIMITED BY SIZE
           INTO WS-ELEC-ARCHIVO.
           OPEN OUTPUT INTERCAMBIO.
           INITIALIZE INT-REG-HDR.
           MOVE "HDR" TO INT-HDR-TIPO.
           MOVE WS-FOLIO TO INT-HDR-FOLIO.
           MOVE WS-AUD-FECHA TO INT-HDR-FECHA.
           MOVE WS-CLAVE TO INT-HDR-CLAVE.
           MOVE WS-EST-NOMBRE TO INT-HDR-NOMBRE.
           MOVE WS-EST-CARRERA TO INT-HDR-CARRERA.
           MOVE WS-EST-PLANTEL TO INT-HDR-PLANTEL.
           MOVE WS-EST-GRADO TO INT-HDR-GRADO.
           MOVE WS-TOTAL-MAT TO INT-HDR-CONTEO.
           WRITE INT-REG.
           PERFORM 100810-DETALLE-ELECTRONICO
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOTAL-MAT.
           INITIALIZE INT-REG-TRL.
           MOVE "TRL" TO INT-TRL-TIPO.
           MOVE WS-FOLIO TO INT-TRL-FOLIO.
           MOVE WS-TOTAL-MAT TO INT-TRL-CONTEO.
           MOVE WS-CRED-TOTAL TO INT-TRL-CREDITOS.
           MOVE WS-GPA TO INT-TRL-PROMEDIO.
           WRITE INT-REG.
           CLOSE INTERCAMBIO.
           EXIT.

       100810-DETALLE-ELECTRONICO.
           INITIALIZE INT-REG-DET.
           MOVE "DET" TO INT-DET-TIPO.
           MOVE WS-FOLIO TO INT-DET-FOLIO.
           MOVE WS-MC-MATERIA(WS-IDX) TO INT-DET-MATERIA.
           MOVE WS-MC-GRUPO(WS-IDX) TO INT-DET-GRUPO.
           MOVE WS-MC-NOMBRE(WS-IDX) TO INT-DET-NOMBRE.
           MOVE WS-MC-CALIF(WS-IDX) TO INT-DET-CALIF.
           MOVE WS-MC-CREDITOS(WS-IDX) TO INT-DET-CREDITOS.
           MOVE WS-MC-TERMINO(WS-IDX) TO INT-DET-TERMINO.
           MOVE WS-MC-ACREDITA(WS-IDX) TO INT-DET-ACREDITA.
           MOVE WS-MC-ORIGEN(WS-IDX) TO INT-DET-ORIGEN.
           WRITE INT-REG.
           EXIT.

       100900-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "CERT-PARCIAL" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-TEXTO) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM CERT-PARCIAL-DOC.
