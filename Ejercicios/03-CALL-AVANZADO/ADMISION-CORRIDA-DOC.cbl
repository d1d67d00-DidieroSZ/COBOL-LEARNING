      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: ADMISSION RUN FOR NEW ENTRY. RANKS THE APPLICANTS OF
      *          "aspirantes.txt" PER CARRERA AND PLANTEL BY
      *          ADMISSION-EXAM SCORE AGAINST THE NEW-ENTRY CUPO
      *          (PARAMETRO "CUPO-INGccpp", O "CUPO-INGRESO" PARA
      *          TODAS, 40 POR OMISION) AND THE MINIMUM SCORE
      *          ("PUNTAJE-MIN"); MARKS EACH ONE ADMITTED, WAITLISTED
      *          OR REJECTED, QUEUES THE RESULT LETTER THROUGH
      *          NOTIFICA-WRITER AND WRITES THE ADMITTED, WITH A NEW
      *          CLAVE THAT PASSES CLAVE-VERIFICA, INTO
      *          "carga-estudiantes.txt" WITH THE HDR/TRL CONTROL PAIR
      *          THAT 100900-CARGA-LOTE-ESTUDIANTES DEMANDS. LOS YA
      *          ADMITIDOS NO SE RE-EVALUAN Y OCUPAN SU LUGAR DEL CUPO,
      *          ASI UNA SEGUNDA CORRIDA SOLO MUEVE LA LISTA DE ESPERA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISION-CORRIDA-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-ASPIRANTES ASSIGN TO "aspirantes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASP-REG-FOLIO
                   FILE STATUS WS-STATUS-ASP.

               SELECT DOC-EST ASSIGN TO "estudiantes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST.

               SELECT DOC-ADM-TMP ASSIGN TO "ADM-TMP.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-TMP.

               SELECT SORT-FILE ASSIGN TO "SORTWK-ADM".

               SELECT DOC-ADM-ORD ASSIGN TO "ADM-TMP.ord"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-ORD.

               SELECT DOC-CARGA-TMP ASSIGN TO "ADM-CARGA.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-CTMP.

               SELECT DOC-CARGA ASSIGN TO "carga-estudiantes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-CARGA.

               SELECT REP-ADMISION ASSIGN TO "REP-ADMISION.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-ASPIRANTES.
               COPY "ASP-REG-DOC.cpy".

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-ADM-TMP.
               01 ADM-TMP-REG.
                   05 AT-CARRERA PIC 9(02).
                   05 AT-PLANTEL PIC 9(02).
                   05 AT-PUNTAJE PIC 9(04).
                   05 AT-FOLIO PIC 9(06).

           SD SORT-FILE.
               01 SD-ADM-REG.
                   05 SD-CARRERA PIC 9(02).
                   05 SD-PLANTEL PIC 9(02).
                   05 SD-PUNTAJE PIC 9(04).
                   05 SD-FOLIO PIC 9(06).

           FD DOC-ADM-ORD.
               01 ADM-ORD-REG.
                   05 AO-CARRERA PIC 9(02).
                   05 AO-PLANTEL PIC 9(02).
                   05 AO-PUNTAJE PIC 9(04).
                   05 AO-FOLIO PIC 9(06).

           FD DOC-CARGA-TMP.
               01 CARGA-TMP-REG PIC X(535).

           FD DOC-CARGA.
      *    MISMO FORMATO QUE ACEPTA 100900-CARGA-LOTE-ESTUDIANTES:
      *    HDR + DETALLES EST-REG-DOC + TRL, CONTEOS CUADRADOS.
               01 CARGA-REG-EST PIC X(535).
               01 CARGA-REG-CONTROL REDEFINES CARGA-REG-EST.
                   05 CARGA-CTL-TIPO PIC X(03).
                   05 CARGA-CTL-FECHA PIC 9(08).
                   05 CARGA-CTL-CONTEO PIC 9(06).
                   05 FILLER PIC X(518).

           FD REP-ADMISION.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 WS-VARIABLES.
               05 WS-STATUS-ASP PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-TMP PIC XX.
               05 WS-STATUS-ORD PIC XX.
               05 WS-STATUS-CTMP PIC XX.
               05 WS-STATUS-CARGA PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-PUNTAJE-MIN PIC 9(05) VALUE ZEROS.
               05 WS-CUPO-DEFAULT PIC 9(05) VALUE 40.
               05 WS-G-CARRERA PIC 9(02) VALUE ZEROS.
               05 WS-G-PLANTEL PIC 9(02) VALUE ZEROS.
               05 WS-LUGAR PIC 9(04) VALUE ZEROS.
               05 WS-RESULTADO-ANTES PIC X(01).
               05 WS-MOTIVO-ANTES PIC X(03).
               05 WS-RESULTADO-TEXTO PIC X(16).
      *        LAS CLAVES NUEVAS SON CONSECUTIVAS SOBRE LA MAYOR
      *        EXISTENTE (MAESTRO Y ADMITIDOS AUN NO CARGADOS); LAS
      *        PRIMERAS 7 POSICIONES SON LA BASE, LA 8 EL DIGITO.
               05 WS-BASE-CLAVE PIC 9(07) VALUE ZEROS.
               05 WS-CLAVE-NUEVA PIC 9(08) VALUE ZEROS.
               05 WS-DIGITO-ESPERADO PIC 9(01) VALUE ZEROS.
               05 WS-CLAVE-DIGITO-OK PIC X VALUE "N".
               05 WS-NOT-CLAVE PIC 9(08).
               05 WS-NOT-EVENTO PIC X(12).
               05 WS-NOT-MENSAJE PIC X(60).

           01 WS-CONTADORES.
               05 WS-TOTAL-CANDIDATOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-PREVIOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ADMITIDOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ESPERA PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-RECHAZADOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-CARTAS PIC 9(05) VALUE ZEROS.
               05 WS-G-ADMITIDOS PIC 9(05) VALUE ZEROS.
               05 WS-G-ESPERA PIC 9(05) VALUE ZEROS.
               05 WS-G-RECHAZADOS PIC 9(05) VALUE ZEROS.

      *    CUPO DE NUEVO INGRESO Y LUGARES YA OCUPADOS POR CARRERA Y
      *    PLANTEL; EL CUPO SE LEE DE PARAMETROS LA PRIMERA VEZ QUE
      *    APARECE LA COMBINACION.
           01 WS-CUPOS.
               05 WS-CUPO-CARRERA OCCURS 99 TIMES.
                   10 WS-CUPO-PLANTEL OCCURS 99 TIMES.
                       15 WS-CUPO-CARGADO PIC X(01).
                       15 WS-CUPO-LUGARES PIC 9(05).
                       15 WS-CUPO-OCUPADOS PIC 9(05).

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-PARAM-CUPO.
               05 FILLER PIC X(08) VALUE "CUPO-ING".
               05 WS-PARAM-CUPO-CARRERA PIC 9(02).
               05 WS-PARAM-CUPO-PLANTEL PIC 9(02).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-PUNTEADA PIC X(132) VALUE ALL "-".

           01 SWITCHES.
               05 WS-FIN-ASP PIC X VALUE "N".
                   88 FIN-ASPIRANTES VALUE "S".
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-FIN-ORD PIC X VALUE "N".
                   88 FIN-ORDENADO VALUE "S".
               05 WS-FIN-CTMP PIC X VALUE "N".
                   88 FIN-CARGA-TMP VALUE "S".
               05 WS-HAY-GRUPO PIC X VALUE "N".
                   88 GRUPO-ABIERTO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           IF NOT SESION-FIRMADA
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROLES-SESION(5:1) NOT = "S"
               DISPLAY "**** LA CORRIDA DE ADMISION REQUIERE EL ROL "
                       "ADMIN ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100010-CARGA-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           INITIALIZE WS-CUPOS.
           PERFORM 100100-SPOOL-ASPIRANTES.
           IF WS-STATUS-ASP NOT = "00"
               DISPLAY "**** NO SE ENCONTRO ASPIRANTES.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOTAL-CANDIDATOS = ZEROS
               DISPLAY "**** NO HAY ASPIRANTES POR EVALUAR ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100150-ULTIMA-CLAVE.
      *    POR CARRERA Y PLANTEL, MEJOR PUNTAJE PRIMERO; A IGUAL
      *    PUNTAJE GANA EL FOLIO MAS ANTIGUO.
           SORT SORT-FILE
               ON ASCENDING KEY SD-CARRERA SD-PLANTEL
               ON DESCENDING KEY SD-PUNTAJE
               ON ASCENDING KEY SD-FOLIO
               USING DOC-ADM-TMP
               GIVING DOC-ADM-ORD.
           PERFORM 100200-DECIDE.
           PERFORM 100500-ESCRIBE-CARGA.
           PERFORM 100900-AUDITORIA-LOG.
           DISPLAY "**** ADMITIDOS: " WS-TOTAL-ADMITIDOS
                   "  ESPERA: " WS-TOTAL-ESPERA
                   "  RECHAZADOS: " WS-TOTAL-RECHAZADOS " ***".
           DISPLAY "**** VER REP-ADMISION.txt ***".
           EXIT.

       100010-CARGA-PARAMETROS.
           MOVE "PUNTAJE-MIN" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-PUNTAJE-MIN
           END-IF.
           MOVE "CUPO-INGRESO" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-CUPO-DEFAULT
           END-IF.
           EXIT.

       100100-SPOOL-ASPIRANTES.
      *    LOS ADMITIDOS DE CORRIDAS ANTERIORES SOLO OCUPAN CUPO; LOS
      *    DEMAS (NUEVOS, EN ESPERA O RECHAZADOS QUE YA COMPLETARON)
      *    ENTRAN AL RANKING.
           OPEN INPUT DOC-ASPIRANTES.
           IF WS-STATUS-ASP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DOC-ADM-TMP.
           PERFORM UNTIL FIN-ASPIRANTES
               READ DOC-ASPIRANTES NEXT RECORD
                   AT END
                       SET FIN-ASPIRANTES TO TRUE
                   NOT AT END
                       PERFORM 100110-SPOOL-ASPIRANTE
               END-READ
           END-PERFORM.
           CLOSE DOC-ADM-TMP.
           CLOSE DOC-ASPIRANTES.
           MOVE "00" TO WS-STATUS-ASP.
           EXIT.

       100110-SPOOL-ASPIRANTE.
           IF ASP-REG-CARRERA = ZEROS OR ASP-REG-PLANTEL = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF ASP-ADMITIDO
               ADD 1 TO WS-TOTAL-PREVIOS
               ADD 1 TO WS-CUPO-OCUPADOS(ASP-REG-CARRERA,
                   ASP-REG-PLANTEL)
               IF ASP-REG-CLAVE-ASIGNADA(1:7) > WS-BASE-CLAVE
                   MOVE ASP-REG-CLAVE-ASIGNADA(1:7) TO WS-BASE-CLAVE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-CANDIDATOS.
           INITIALIZE ADM-TMP-REG.
           MOVE ASP-REG-CARRERA TO AT-CARRERA.
           MOVE ASP-REG-PLANTEL TO AT-PLANTEL.
           MOVE ASP-REG-PUNTAJE TO AT-PUNTAJE.
           MOVE ASP-REG-FOLIO TO AT-FOLIO.
           WRITE ADM-TMP-REG.
           EXIT.

       100150-ULTIMA-CLAVE.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST = "00"
               PERFORM UNTIL FIN-ESTUDIANTES
                   READ DOC-EST NEXT RECORD
                       AT END
                           SET FIN-ESTUDIANTES TO TRUE
                       NOT AT END
                           IF EST-REG-CLAVE(1:7) > WS-BASE-CLAVE
                               MOVE EST-REG-CLAVE(1:7)
                                   TO WS-BASE-CLAVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-EST
           END-IF.
           EXIT.

       100200-DECIDE.
           OPEN I-O DOC-ASPIRANTES.
           OPEN INPUT DOC-ADM-ORD.
           OPEN OUTPUT DOC-CARGA-TMP.
           OPEN OUTPUT REP-ADMISION.
           PERFORM 100210-ENCABEZADO.
           PERFORM UNTIL FIN-ORDENADO
               READ DOC-ADM-ORD
                   AT END
                       SET FIN-ORDENADO TO TRUE
                   NOT AT END
                       IF NOT GRUPO-ABIERTO
                           OR AO-CARRERA NOT = WS-G-CARRERA
                           OR AO-PLANTEL NOT = WS-G-PLANTEL
                           PERFORM 100230-CIERRA-GRUPO
                           PERFORM 100220-ABRE-GRUPO
                       END-IF
                       PERFORM 100300-EVALUA-ASPIRANTE
               END-READ
           END-PERFORM.
           PERFORM 100230-CIERRA-GRUPO.
           PERFORM 100240-TOTALES.
           CLOSE REP-ADMISION.
           CLOSE DOC-CARGA-TMP.
           CLOSE DOC-ADM-ORD.
           CLOSE DOC-ASPIRANTES.
           EXIT.

       100210-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CORRIDA DE ADMISION DE NUEVO INGRESO DEL "
                   DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               "   PUNTAJE MINIMO: " DELIMITED BY SIZE
               WS-PUNTAJE-MIN DELIMITED BY SIZE
               "   OPERADOR: " DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100220-ABRE-GRUPO.
           SET GRUPO-ABIERTO TO TRUE.
           MOVE AO-CARRERA TO WS-G-CARRERA.
           MOVE AO-PLANTEL TO WS-G-PLANTEL.
           MOVE ZEROS TO WS-LUGAR WS-G-ADMITIDOS WS-G-ESPERA
                         WS-G-RECHAZADOS.
           IF WS-CUPO-CARGADO(WS-G-CARRERA, WS-G-PLANTEL) NOT = "S"
               MOVE WS-CUPO-DEFAULT
                   TO WS-CUPO-LUGARES(WS-G-CARRERA, WS-G-PLANTEL)
               MOVE WS-G-CARRERA TO WS-PARAM-CUPO-CARRERA
               MOVE WS-G-PLANTEL TO WS-PARAM-CUPO-PLANTEL
               MOVE WS-PARAM-CUPO TO WS-PARAM-NOMBRE
               MOVE "N" TO WS-PARAM-ENCONTRADO
               CALL "PARAMETROS-SEARCH" USING
                   WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO
               IF PARAMETRO-ENCONTRADO
                   MOVE WS-PARAM-VALOR
                       TO WS-CUPO-LUGARES(WS-G-CARRERA, WS-G-PLANTEL)
               END-IF
               MOVE "S" TO WS-CUPO-CARGADO(WS-G-CARRERA, WS-G-PLANTEL)
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               "CARRERA " DELIMITED BY SIZE
               WS-G-CARRERA DELIMITED BY SIZE
               "  PLANTEL " DELIMITED BY SIZE
               WS-G-PLANTEL DELIMITED BY SIZE
               "  CUPO " DELIMITED BY SIZE
               WS-CUPO-LUGARES(WS-G-CARRERA, WS-G-PLANTEL)
                   DELIMITED BY SIZE
               "  YA ADMITIDOS " DELIMITED BY SIZE
               WS-CUPO-OCUPADOS(WS-G-CARRERA, WS-G-PLANTEL)
                   DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE " LUGAR FOLIO  NOMBRE
      -        "                   PUNT DOCS  RESULTADO        CLAVE"
               TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100230-CIERRA-GRUPO.
           IF NOT GRUPO-ABIERTO
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               "  ADMITIDOS: " DELIMITED BY SIZE
               WS-G-ADMITIDOS DELIMITED BY SIZE
               "  EN ESPERA: " DELIMITED BY SIZE
               WS-G-ESPERA DELIMITED BY SIZE
               "  RECHAZADOS: " DELIMITED BY SIZE
               WS-G-RECHAZADOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100240-TOTALES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "EVALUADOS: " DELIMITED BY SIZE
               WS-TOTAL-CANDIDATOS DELIMITED BY SIZE
               "  ADMITIDOS: " DELIMITED BY SIZE
               WS-TOTAL-ADMITIDOS DELIMITED BY SIZE
               "  EN ESPERA: " DELIMITED BY SIZE
               WS-TOTAL-ESPERA DELIMITED BY SIZE
               "  RECHAZADOS: " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
               "  ADMITIDOS EN CORRIDAS PREVIAS: " DELIMITED BY SIZE
               WS-TOTAL-PREVIOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CARTAS ENCOLADAS EN NOTIFICACIONES.TXT: "
                   DELIMITED BY SIZE
               WS-TOTAL-CARTAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100300-EVALUA-ASPIRANTE.
           ADD 1 TO WS-LUGAR.
           MOVE AO-FOLIO TO ASP-REG-FOLIO.
           READ DOC-ASPIRANTES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE ASP-REG-RESULTADO TO WS-RESULTADO-ANTES.
           MOVE ASP-REG-MOTIVO TO WS-MOTIVO-ANTES.
           MOVE WS-LUGAR TO ASP-REG-LUGAR.
           MOVE ZEROS TO WS-CLAVE-NUEVA.
           EVALUATE TRUE
               WHEN ASP-REG-DOCUMENTOS NOT = "SSSSS"
                   SET ASP-RECHAZADO TO TRUE
                   MOVE "DOC" TO ASP-REG-MOTIVO
                   MOVE "NO ADMITIDO DOC" TO WS-RESULTADO-TEXTO
               WHEN ASP-REG-PUNTAJE < WS-PUNTAJE-MIN
                   SET ASP-RECHAZADO TO TRUE
                   MOVE "PUN" TO ASP-REG-MOTIVO
                   MOVE "NO ADMITIDO PUN" TO WS-RESULTADO-TEXTO
               WHEN WS-CUPO-OCUPADOS(WS-G-CARRERA, WS-G-PLANTEL)
                   < WS-CUPO-LUGARES(WS-G-CARRERA, WS-G-PLANTEL)
                   SET ASP-ADMITIDO TO TRUE
                   MOVE SPACES TO ASP-REG-MOTIVO
                   MOVE "ADMITIDO" TO WS-RESULTADO-TEXTO
                   ADD 1 TO WS-CUPO-OCUPADOS(WS-G-CARRERA,
                       WS-G-PLANTEL)
                   PERFORM 100310-ASIGNA-CLAVE
                   PERFORM 100320-ESCRIBE-ESTUDIANTE
               WHEN OTHER
                   SET ASP-EN-ESPERA TO TRUE
                   MOVE "CUP" TO ASP-REG-MOTIVO
                   MOVE "LISTA DE ESPERA" TO WS-RESULTADO-TEXTO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ASP-ADMITIDO
                   ADD 1 TO WS-G-ADMITIDOS WS-TOTAL-ADMITIDOS
               WHEN ASP-EN-ESPERA
                   ADD 1 TO WS-G-ESPERA WS-TOTAL-ESPERA
               WHEN OTHER
                   ADD 1 TO WS-G-RECHAZADOS WS-TOTAL-RECHAZADOS
           END-EVALUATE.
           MOVE WS-FECHA-HOY TO ASP-REG-FECHA-RESULTADO.
           MOVE WS-FECHA-HOY TO ASP-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR-LOGIN TO ASP-REG-OPERADOR.
           REWRITE ASP-REG-DOC.
           IF WS-STATUS-ASP NOT = "00"
               DISPLAY "**** ERROR AL GRABAR EL FOLIO " ASP-REG-FOLIO
                       ", STATUS: " WS-STATUS-ASP
           END-IF.
      *    SOLO SE MANDA CARTA CUANDO CAMBIA EL RESULTADO; UN
      *    ASPIRANTE QUE SIGUE EN ESPERA NO RECIBE OTRA IGUAL.
           IF ASP-REG-RESULTADO NOT = WS-RESULTADO-ANTES
               OR ASP-REG-MOTIVO NOT = WS-MOTIVO-ANTES
               PERFORM 100400-ENCOLA-CARTA
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               " " DELIMITED BY SIZE
               WS-LUGAR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ASP-REG-FOLIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ASP-REG-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ASP-REG-PUNTAJE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ASP-REG-DOCUMENTOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULTADO-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CLAVE-NUEVA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100310-ASIGNA-CLAVE.
      *    SIGUIENTE BASE DE 7 POSICIONES MAS EL DIGITO QUE CALCULA
      *    CLAVE-VERIFICA, PARA QUE LA CLAVE PASE LA VALIDACION DE
      *    CAPTURA EN TODOS LOS PROGRAMAS.
           ADD 1 TO WS-BASE-CLAVE.
           COMPUTE WS-CLAVE-NUEVA = WS-BASE-CLAVE * 10.
           CALL "CLAVE-VERIFICA" USING
               WS-CLAVE-NUEVA WS-DIGITO-ESPERADO WS-CLAVE-DIGITO-OK.
           ADD WS-DIGITO-ESPERADO TO WS-CLAVE-NUEVA.
           MOVE WS-CLAVE-NUEVA TO ASP-REG-CLAVE-ASIGNADA.
           EXIT.

       100320-ESCRIBE-ESTUDIANTE.
      *    ALTA DE PRIMER SEMESTRE, ACTIVO, SIN MATERIAS; LA
      *    INSCRIPCION SE HACE DESPUES DE LA CARGA.
           INITIALIZE EST-REG-DOC.
           MOVE WS-CLAVE-NUEVA TO EST-REG-CLAVE.
           MOVE ASP-REG-NOMBRE TO EST-REG-NOMBRE.
           MOVE 1 TO EST-REG-GRADO.
           MOVE ASP-REG-CARRERA TO EST-REG-CARRERA.
           MOVE ASP-REG-TELEFONO TO EST-REG-TELEFONO.
           MOVE ASP-REG-EMAIL TO EST-REG-EMAIL.
           SET EST-ACTIVO TO TRUE.
           MOVE ASP-REG-PLANTEL TO EST-REG-PLANTEL.
           MOVE EST-REG-DOC TO CARGA-TMP-REG.
           WRITE CARGA-TMP-REG.
           EXIT.

       100400-ENCOLA-CARTA.
           MOVE ASP-REG-FOLIO TO WS-NOT-CLAVE.
           INITIALIZE WS-NOT-MENSAJE.
           EVALUATE TRUE
               WHEN ASP-ADMITIDO
                   MOVE "ASP-ADMITIDO" TO WS-NOT-EVENTO
                   STRING
                       "ADMITIDO A CARRERA " DELIMITED BY SIZE
                       ASP-REG-CARRERA DELIMITED BY SIZE
                       " PLANTEL " DELIMITED BY SIZE
                       ASP-REG-PLANTEL DELIMITED BY SIZE
                       ", SU CLAVE ES " DELIMITED BY SIZE
                       ASP-REG-CLAVE-ASIGNADA DELIMITED BY SIZE
                   INTO WS-NOT-MENSAJE
               WHEN ASP-EN-ESPERA
                   MOVE "ASP-ESPERA" TO WS-NOT-EVENTO
                   STRING
                       "LISTA DE ESPERA CARRERA " DELIMITED BY SIZE
                       ASP-REG-CARRERA DELIMITED BY SIZE
                       " PLANTEL " DELIMITED BY SIZE
                       ASP-REG-PLANTEL DELIMITED BY SIZE
                       ", LUGAR " DELIMITED BY SIZE
                       ASP-REG-LUGAR DELIMITED BY SIZE
                   INTO WS-NOT-MENSAJE
               WHEN ASP-REG-MOTIVO = "DOC"
                   MOVE "ASP-RECHAZO" TO WS-NOT-EVENTO
                   MOVE "NO ADMITIDO: DOCUMENTACION INCOMPLETA"
                       TO WS-NOT-MENSAJE
               WHEN OTHER
                   MOVE "ASP-RECHAZO" TO WS-NOT-EVENTO
                   STRING
                       "NO ADMITIDO: PUNTAJE " DELIMITED BY SIZE
                       ASP-REG-PUNTAJE DELIMITED BY SIZE
                       " MENOR AL MINIMO " DELIMITED BY SIZE
                       WS-PUNTAJE-MIN DELIMITED BY SIZE
                   INTO WS-NOT-MENSAJE
           END-EVALUATE.
           CALL "NOTIFICA-WRITER" USING
               WS-NOT-CLAVE WS-NOT-EVENTO WS-NOT-MENSAJE.
           ADD 1 TO WS-TOTAL-CARTAS.
           EXIT.

       100500-ESCRIBE-CARGA.
      *    SI NADIE ENTRO EN ESTA CORRIDA NO SE TOCA LA CARGA; SI NO,
      *    HDR CON EL CONTEO POR DELANTE, LOS ADMITIDOS Y EL TRL.
           IF WS-TOTAL-ADMITIDOS = ZEROS
               DISPLAY "**** SIN ADMITIDOS NUEVOS; NO SE GENERO "
                       "CARGA-ESTUDIANTES.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-CARGA-TMP.
           OPEN OUTPUT DOC-CARGA.
           INITIALIZE CARGA-REG-EST.
           MOVE "HDR" TO CARGA-CTL-TIPO.
           MOVE WS-FECHA-HOY TO CARGA-CTL-FECHA.
           MOVE WS-TOTAL-ADMITIDOS TO CARGA-CTL-CONTEO.
           WRITE CARGA-REG-EST.
           PERFORM UNTIL FIN-CARGA-TMP
               READ DOC-CARGA-TMP
                   AT END
                       SET FIN-CARGA-TMP TO TRUE
                   NOT AT END
                       MOVE CARGA-TMP-REG TO CARGA-REG-EST
                       WRITE CARGA-REG-EST
               END-READ
           END-PERFORM.
           INITIALIZE CARGA-REG-EST.
           MOVE "TRL" TO CARGA-CTL-TIPO.
           MOVE WS-FECHA-HOY TO CARGA-CTL-FECHA.
           MOVE WS-TOTAL-ADMITIDOS TO CARGA-CTL-CONTEO.
           WRITE CARGA-REG-EST.
           CLOSE DOC-CARGA.
           CLOSE DOC-CARGA-TMP.
           DISPLAY "**** CARGA-ESTUDIANTES.TXT LISTO PARA LA CARGA "
                   "POR LOTE DE DATA-MAKER-DOC ***".
           EXIT.

       100900-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "ADMISION-CORRIDA" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|" DELIMITED BY SIZE
               "CORRIDA DE ADMISION EVALUADOS " DELIMITED BY SIZE
               WS-TOTAL-CANDIDATOS DELIMITED BY SIZE
               " ADMITIDOS " DELIMITED BY SIZE
               WS-TOTAL-ADMITIDOS DELIMITED BY SIZE
               " ESPERA " DELIMITED BY SIZE
               WS-TOTAL-ESPERA DELIMITED BY SIZE
               " RECHAZADOS " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM ADMISION-CORRIDA-DOC.
