      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: TERM BATCH FOR TEMPORARY LEAVES
      *          ("bajas-temporales.txt", ABIERTAS EN DATA-EST-BAJA).
      *          POR CADA BAJA TEMPORAL VIGENTE: (1) SI EL ALUMNO YA
      *          NO ESTA EN "T" SE CIERRA (REINCORPORADO, O DEFINITIVA
      *          SI LO DIERON DE BAJA); (2) SI YA PASARON MAS CICLOS
      *          QUE BTEMP-MAX (CICLOS CUYA INSCRIPCION ABRIO DESDE EL
      *          INICIO Y YA CERRO) SE CONVIERTE EN BAJA DEFINITIVA
      *          ("B" EN "estudiantes.txt") CON ASIENTO EN LA
      *          BITACORA; (3) SI FALTAN BTEMP-AVISO DIAS O MENOS PARA
      *          QUE ABRA LA INSCRIPCION DEL CICLO DE REGRESO SE LE
      *          MANDA UNA SOLA VEZ EL RECORDATORIO (NOTIFICA-WRITER).
      *          DEJA EL REPORTE "REP-BAJAS-TEMPORALES.txt" CON SU
      *          CUADRE. LAS BAJAS DEFINITIVAS QUEDAN EN
      *          "bajas-motivo.txt" CON EL MOTIVO "BTEM".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAJAS-TEMPORALES-DOC.

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
           FILE STATUS IS WS-STATUS-EST.
       SELECT DOC-BTE ASSIGN TO "bajas-temporales.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BTE-REG-LLAVE
           FILE STATUS IS WS-STATUS-BTE.
       SELECT DOC-CICLOS ASSIGN TO "ciclos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-REG-ID
           FILE STATUS IS WS-STATUS-CIC.
       SELECT DOC-DES ASSIGN TO "bajas-motivo.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DES-REG-LLAVE
           FILE STATUS IS WS-STATUS-BMO.
       SELECT REP-BAJAS ASSIGN TO "REP-BAJAS-TEMPORALES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DES.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD DOC-BTE.
           COPY "BTE-REG-DOC.cpy".

           FD DOC-CICLOS.
           01 CIC-REG-DOC.
               05 CIC-REG-ID PIC X(10).
               05 CIC-REG-INSCR-INI PIC 9(08).
               05 CIC-REG-INSCR-FIN PIC 9(08).
               05 CIC-REG-CALIF-INI PIC 9(08).
               05 CIC-REG-CALIF-FIN PIC 9(08).
               05 CIC-REG-ESTATUS PIC X(01).

           FD DOC-DES.
           COPY "DES-REG-DOC.cpy".

           FD REP-BAJAS.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-BTE PIC XX.
               05 WS-STATUS-CIC PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-STATUS-BMO PIC XX.
      *        MOTIVO DEL CATALOGO "motivos-baja.txt" CON QUE SE
      *        ASIENTAN LAS BAJAS TEMPORALES VENCIDAS.
               05 WS-DES-MOTIVO PIC X(04) VALUE "BTEM".
               05 WS-OPERADOR PIC X(10) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-BTE-MAX PIC 9(03) VALUE 2.
               05 WS-AVISO-DIAS PIC 9(03) VALUE 30.
               05 WS-CICLOS-AUSENTE PIC 9(03) VALUE ZEROS.
               05 WS-REGRESO-INI PIC 9(08) VALUE ZEROS.
               05 WS-DIAS-FALTAN PIC S9(06) VALUE ZEROS.
               05 WS-ESTATUS-EST PIC X VALUE SPACE.
               05 WS-ACCION PIC X(20) VALUE SPACES.

           01 WS-LINEA-AUDITORIA PIC X(132).

      *    CICLOS PRECARGADOS: PARA CONTAR LOS QUE PASARON DESDE EL
      *    INICIO DE CADA BAJA SIN RELEER "ciclos.txt".
           01 WS-TABLA-CICLOS.
               05 WS-CIC-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-CIC-ENT OCCURS 200 TIMES.
                   10 WS-CIC-ID PIC X(10).
                   10 WS-CIC-INI PIC 9(08).
                   10 WS-CIC-FIN PIC 9(08).

           01 WS-NOTIFICACION.
               05 WS-NOT-EVENTO PIC X(12).
               05 WS-NOT-MENSAJE PIC X(60).

           01 WS-SUBSCRIPTS.
               05 WS-SUB-CIC PIC 9(03).

           01 WS-CONTADORES.
               05 WS-LEIDAS PIC 9(05) VALUE ZEROS.
               05 WS-REINCORPORADAS PIC 9(05) VALUE ZEROS.
               05 WS-DEFINITIVAS PIC 9(05) VALUE ZEROS.
               05 WS-AVISADAS PIC 9(05) VALUE ZEROS.
               05 WS-SIN-CAMBIO PIC 9(05) VALUE ZEROS.
               05 WS-SUMA PIC 9(05) VALUE ZEROS.

           01 PAR-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-FIN-BTE PIC X VALUE "N".
                   88 FIN-BAJAS VALUE "S".
               05 WS-FIN-CIC PIC X VALUE "N".
                   88 FIN-CICLOS VALUE "S".
               05 WS-EST-HALLADO PIC X VALUE "N".
                   88 EST-HALLADO VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "BAJAS-TEMPORALES-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           DISPLAY "LOG -- OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           MOVE "BTEMP-MAX" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR TO WS-BTE-MAX
           END-IF.
           MOVE "BTEMP-AVISO" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR TO WS-AVISO-DIAS
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           PERFORM 100100-CARGA-CICLOS.
           OPEN I-O DOC-BTE.
           IF WS-STATUS-BTE NOT = "00"
               DISPLAY "**** NO HAY BAJAS-TEMPORALES.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "ERROR AL ABRIR ESTUDIANTES.TXT"
               CLOSE DOC-BTE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O DOC-DES.
           IF WS-STATUS-BMO = "35"
               OPEN OUTPUT DOC-DES
               CLOSE DOC-DES
               OPEN I-O DOC-DES
           END-IF.
           OPEN OUTPUT REP-BAJAS.
           PERFORM 100150-ENCABEZADO.
           PERFORM UNTIL FIN-BAJAS
               READ DOC-BTE NEXT RECORD
                   AT END
                       SET FIN-BAJAS TO TRUE
                   NOT AT END
                       IF BTE-VIGENTE
                           ADD 1 TO WS-LEIDAS
                           PERFORM 100200-REVISA-BAJA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 100800-TOTALES.
           CLOSE REP-BAJAS DOC-EST DOC-BTE DOC-DES.
           PERFORM 100900-AUDITA-LOTE.
           DISPLAY "**** VIGENTES " WS-LEIDAS
                   " DEFINITIVAS " WS-DEFINITIVAS
                   " AVISOS " WS-AVISADAS " ***".
           EXIT.

       100100-CARGA-CICLOS.
           MOVE ZEROS TO WS-CIC-TOTAL.
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC NOT = "00"
               DISPLAY "**** NO SE ENCONTRO CICLOS.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-CICLOS
               READ DOC-CICLOS NEXT RECORD
                   AT END
                       SET FIN-CICLOS TO TRUE
                   NOT AT END
                       IF WS-CIC-TOTAL < 200
                           ADD 1 TO WS-CIC-TOTAL
                           MOVE CIC-REG-ID TO WS-CIC-ID(WS-CIC-TOTAL)
                           MOVE CIC-REG-INSCR-INI
                               TO WS-CIC-INI(WS-CIC-TOTAL)
                           MOVE CIC-REG-INSCR-FIN
                               TO WS-CIC-FIN(WS-CIC-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-CICLOS.
           EXIT.

       100150-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           STRING
               "BAJAS TEMPORALES AL " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "  MAXIMO CICLOS " DELIMITED BY SIZE
               WS-BTE-MAX DELIMITED BY SIZE
               "  AVISO DIAS " DELIMITED BY SIZE
               WS-AVISO-DIAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "CLAVE" TO LINEA-TEMP(1:5).
           MOVE "INICIO" TO LINEA-TEMP(11:6).
           MOVE "REGRESO" TO LINEA-TEMP(21:7).
           MOVE "CICLOS" TO LINEA-TEMP(33:6).
           MOVE "ACCION" TO LINEA-TEMP(41:6).
           WRITE LINEA-TEMP.
           EXIT.

       100200-REVISA-BAJA.
           MOVE "N" TO WS-EST-HALLADO.
           MOVE SPACE TO WS-ESTATUS-EST.
           MOVE BTE-REG-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EST-HALLADO TO TRUE
                   MOVE EST-REG-ESTATUS TO WS-ESTATUS-EST
           END-READ.
           PERFORM 100250-CUENTA-AUSENCIA.
           MOVE SPACES TO WS-ACCION.
      *    EL ALUMNO YA NO ESTA EN BAJA TEMPORAL: SE REINCORPORO (O
      *    LO DIERON DE BAJA POR OTRA VIA) Y LA BAJA SOLO SE CIERRA.
           IF WS-ESTATUS-EST NOT = "T"
               IF WS-ESTATUS-EST = "B" OR NOT EST-HALLADO
                   SET BTE-DEFINITIVA TO TRUE
                   MOVE "CERRADA (BAJA)" TO WS-ACCION
               ELSE
                   SET BTE-REINCORPORADO TO TRUE
                   MOVE "REINCORPORADO" TO WS-ACCION
               END-IF
               MOVE WS-AUD-FECHA TO BTE-REG-FECHA-CIERRE
               REWRITE BTE-REG-DOC
               ADD 1 TO WS-REINCORPORADAS
               PERFORM 100700-LINEA-REPORTE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CICLOS-AUSENTE > WS-BTE-MAX
               PERFORM 100300-BAJA-DEFINITIVA
               EXIT PARAGRAPH
           END-IF.
           IF NOT BTE-AVISADO AND WS-REGRESO-INI NOT = ZEROS
               COMPUTE WS-DIAS-FALTAN =
                   FUNCTION INTEGER-OF-DATE(WS-REGRESO-INI)
                   - FUNCTION INTEGER-OF-DATE(WS-AUD-FECHA)
               IF WS-DIAS-FALTAN <= WS-AVISO-DIAS
                   PERFORM 100400-AVISO-REGRESO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-SIN-CAMBIO.
           EXIT.

       100250-CUENTA-AUSENCIA.
      *    CICLOS CUYA INSCRIPCION ABRIO DESDE EL INICIO DE LA BAJA Y
      *    YA CERRO (EL ALUMNO PUDO INSCRIBIRSE Y NO LO HIZO), Y LA
      *    APERTURA DE INSCRIPCION DEL CICLO DE REGRESO.
           MOVE ZEROS TO WS-CICLOS-AUSENTE WS-REGRESO-INI.
           PERFORM VARYING WS-SUB-CIC FROM 1 BY 1
                   UNTIL WS-SUB-CIC > WS-CIC-TOTAL
               IF WS-CIC-INI(WS-SUB-CIC) >= BTE-REG-FECHA-INI
                  AND WS-CIC-FIN(WS-SUB-CIC) < WS-AUD-FECHA
                   ADD 1 TO WS-CICLOS-AUSENTE
               END-IF
               IF WS-CIC-ID(WS-SUB-CIC) = BTE-REG-CICLO-REGRESO
                   MOVE WS-CIC-INI(WS-SUB-CIC) TO WS-REGRESO-INI
               END-IF
           END-PERFORM.
           EXIT.

       100300-BAJA-DEFINITIVA.
           SET EST-BAJA TO TRUE.
           REWRITE EST-REG-DOC
               INVALID KEY
                   DISPLAY "**** ERROR AL ACTUALIZAR " EST-REG-CLAVE
                           " STATUS: " WS-STATUS-EST
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE "M" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
           END-REWRITE.
           SET BTE-DEFINITIVA TO TRUE.
           MOVE WS-AUD-FECHA TO BTE-REG-FECHA-CIERRE.
           REWRITE BTE-REG-DOC.
           ADD 1 TO WS-DEFINITIVAS.
           INITIALIZE DES-REG-DOC.
           MOVE BTE-REG-CLAVE TO DES-REG-CLAVE.
           MOVE WS-AUD-FECHA TO DES-REG-FECHA.
           MOVE WS-DES-MOTIVO TO DES-REG-MOTIVO.
           MOVE EST-REG-CARRERA TO DES-REG-CARRERA.
           MOVE EST-REG-GRADO TO DES-REG-GRADO.
           MOVE EST-REG-PLANTEL TO DES-REG-PLANTEL.
           MOVE "N" TO DES-REG-ENTREVISTA.
           MOVE BTE-REG-DESCRIPCION TO DES-REG-COMENTARIO.
           SET DES-TEMPORAL-VENCIDA TO TRUE.
           MOVE WS-OPERADOR TO DES-REG-OPERADOR.
           WRITE DES-REG-DOC
               INVALID KEY
                   REWRITE DES-REG-DOC
           END-WRITE.
           MOVE "BAJA DEFINITIVA" TO WS-ACCION.
           PERFORM 100700-LINEA-REPORTE.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE WS-LINEA-AUDITORIA.
           STRING
               "BAJAS-TEMPORALES" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               BTE-REG-CLAVE DELIMITED BY SIZE
               "|BAJA DEFINITIVA; BAJA TEMPORAL DEL " DELIMITED BY SIZE
               BTE-REG-FECHA-INI DELIMITED BY SIZE
               " CICLOS " DELIMITED BY SIZE
               WS-CICLOS-AUSENTE DELIMITED BY SIZE
               " MAX " DELIMITED BY SIZE
               WS-BTE-MAX DELIMITED BY SIZE
           INTO WS-LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING WS-LINEA-AUDITORIA.
           MOVE "BAJA-TEMP" TO WS-NOT-EVENTO.
           MOVE "SU BAJA TEMPORAL VENCIO SIN REGRESO; QUEDO EN BAJA"
               TO WS-NOT-MENSAJE.
           CALL "NOTIFICA-WRITER" USING
               BTE-REG-CLAVE WS-NOT-EVENTO WS-NOT-MENSAJE.
           EXIT.

       100400-AVISO-REGRESO.
           MOVE "BAJA-TEMP" TO WS-NOT-EVENTO.
           INITIALIZE WS-NOT-MENSAJE.
           STRING
               "SU REGRESO ES EN " DELIMITED BY SIZE
               BTE-REG-CICLO-REGRESO DELIMITED BY SPACE
               "; INSCRIPCION DESDE " DELIMITED BY SIZE
               WS-REGRESO-INI DELIMITED BY SIZE
           INTO WS-NOT-MENSAJE.
           CALL "NOTIFICA-WRITER" USING
               BTE-REG-CLAVE WS-NOT-EVENTO WS-NOT-MENSAJE.
           SET BTE-AVISADO TO TRUE.
           REWRITE BTE-REG-DOC.
           ADD 1 TO WS-AVISADAS.
           MOVE "AVISO DE REGRESO" TO WS-ACCION.
           PERFORM 100700-LINEA-REPORTE.
           EXIT.

       100700-LINEA-REPORTE.
           INITIALIZE LINEA-TEMP.
           MOVE BTE-REG-CLAVE TO LINEA-TEMP(1:8).
           MOVE BTE-REG-FECHA-INI TO LINEA-TEMP(11:8).
           MOVE BTE-REG-CICLO-REGRESO TO LINEA-TEMP(21:10).
           MOVE WS-CICLOS-AUSENTE TO LINEA-TEMP(33:3).
           MOVE WS-ACCION TO LINEA-TEMP(41:20).
           WRITE LINEA-TEMP.
           EXIT.

       100800-TOTALES.
           COMPUTE WS-SUMA = WS-REINCORPORADAS + WS-DEFINITIVAS
                           + WS-AVISADAS + WS-SIN-CAMBIO.
           INITIALIZE LINEA-TEMP.
           STRING
               "VIGENTES " DELIMITED BY SIZE
               WS-LEIDAS DELIMITED BY SIZE
               " CERRADAS " DELIMITED BY SIZE
               WS-REINCORPORADAS DELIMITED BY SIZE
               " DEFINITIVAS " DELIMITED BY SIZE
               WS-DEFINITIVAS DELIMITED BY SIZE
               " AVISOS " DELIMITED BY SIZE
               WS-AVISADAS DELIMITED BY SIZE
               " SIN CAMBIO " DELIMITED BY SIZE
               WS-SIN-CAMBIO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-SUMA = WS-LEIDAS
               STRING
                   "CUADRADO: " DELIMITED BY SIZE
                   WS-LEIDAS DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   WS-SUMA DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               STRING
                   "NO CUADRA: " DELIMITED BY SIZE
                   WS-LEIDAS DELIMITED BY SIZE
                   " <> " DELIMITED BY SIZE
                   WS-SUMA DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       100900-AUDITA-LOTE.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE WS-LINEA-AUDITORIA.
           STRING
               "BAJAS-TEMPORALES" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|PROCESO BAJAS TEMPORALES VIGENTES "
                   DELIMITED BY SIZE
               WS-LEIDAS DELIMITED BY SIZE
               " DEFINITIVAS " DELIMITED BY SIZE
               WS-DEFINITIVAS DELIMITED BY SIZE
               " AVISOS " DELIMITED BY SIZE
               WS-AVISADAS DELIMITED BY SIZE
           INTO WS-LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING WS-LINEA-AUDITORIA.
           EXIT.

       END PROGRAM BAJAS-TEMPORALES-DOC.
