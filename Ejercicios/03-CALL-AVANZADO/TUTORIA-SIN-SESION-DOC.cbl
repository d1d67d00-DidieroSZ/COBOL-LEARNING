      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: TERM REPORT "REP-TUTORIA-SIN-SESION.txt": LOS ALUMNOS
      *          QUE RIESGO-DOC DEJO EN "REP-RIESGO.txt" CUYO TUTOR
      *          ("tutores.txt") NO TIENE NINGUNA SESION CON ELLOS EN
      *          LA BITACORA "tutoria-sesiones.txt" DENTRO DEL PERIODO
      *          CAPTURADO (POR OMISION, DEL INICIO DEL SEMESTRE A
      *          HOY). LOS ALUMNOS EN RIESGO SIN TUTOR ASIGNADO SE
      *          LISTAN APARTE. CORRA RIESGO-DOC ANTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTORIA-SIN-SESION-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT REP-RIESGO ASSIGN TO "REP-RIESGO.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-RIE.

               SELECT DOC-TUTORES ASSIGN TO "tutores.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TUT-REG-CLAVE
                   FILE STATUS WS-STATUS-TUT.

               SELECT DOC-SESIONES ASSIGN TO "tutoria-sesiones.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TSE-REG-LLAVE
                   FILE STATUS WS-STATUS-TSE.

               SELECT REP-SIN-SESION
                   ASSIGN TO "REP-TUTORIA-SIN-SESION.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
      *    LINEAS DE REP-RIESGO.txt: "CLAVE|NOMBRE|..." EN LAS DE
      *    DETALLE; ENCABEZADOS Y TOTALES NO EMPIEZAN CON CLAVE.
           FD REP-RIESGO.
               01 RIE-LINEA.
                   05 RIE-CLAVE PIC X(08).
                   05 RIE-SEPARADOR PIC X(01).
                   05 RIE-NOMBRE PIC X(40).
                   05 FILLER PIC X(83).

           FD DOC-TUTORES.
               01 TUT-REG-DOC.
                   05 TUT-REG-CLAVE PIC 9(08).
                   05 TUT-REG-PROFE PIC 9(03).
                   05 TUT-REG-FECHA PIC 9(08).

           FD DOC-SESIONES.
               COPY "TSE-REG-DOC.cpy".

           FD REP-SIN-SESION.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-RIE PIC XX.
               05 WS-STATUS-TUT PIC XX.
               05 WS-STATUS-TSE PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-INI PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-FIN PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-CAPTURA PIC X(08) VALUE SPACES.
               05 WS-FECHA-CAPTURA-N REDEFINES WS-FECHA-CAPTURA
                   PIC 9(08).
               05 WS-CLAVE-ANTERIOR PIC X(08) VALUE SPACES.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-NOMBRE PIC X(40) VALUE SPACES.
               05 WS-ULTIMA-SESION PIC 9(08) VALUE ZEROS.
               05 WS-SESIONES-PERIODO PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-RIESGO PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ATENDIDOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-SIN-SESION PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-SIN-TUTOR PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-CUADRE PIC 9(05) VALUE ZEROS.

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-RIE PIC X VALUE "N".
                   88 FIN-RIESGO VALUE "S".
               05 WS-FIN-TSE PIC X VALUE "N".
                   88 FIN-SESIONES VALUE "S".
               05 WS-HAY-TUTORES PIC X VALUE "N".
                   88 HAY-TUTORES VALUE "S".
               05 WS-HAY-SESIONES PIC X VALUE "N".
                   88 HAY-SESIONES VALUE "S".
               05 WS-TIENE-TUTOR PIC X VALUE "N".
                   88 TIENE-TUTOR VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           OPEN INPUT REP-RIESGO.
           IF WS-STATUS-RIE NOT = "00"
               DISPLAY "**** NO SE ENCONTRO REP-RIESGO.txt; CORRA "
                       "RIESGO-DOC ANTES ***"
               STOP RUN
           END-IF.
           PERFORM 100010-CAPTURA-PERIODO.
           OPEN INPUT DOC-TUTORES.
           IF WS-STATUS-TUT = "00"
               SET HAY-TUTORES TO TRUE
           END-IF.
           OPEN INPUT DOC-SESIONES.
           IF WS-STATUS-TSE = "00"
               SET HAY-SESIONES TO TRUE
           END-IF.
           OPEN OUTPUT REP-SIN-SESION.
           PERFORM 100020-ENCABEZADO.
           PERFORM 100100-LEE-RIESGO UNTIL FIN-RIESGO.
           PERFORM 100600-TOTALES.
           CLOSE REP-RIESGO.
           IF HAY-TUTORES
               CLOSE DOC-TUTORES
           END-IF.
           IF HAY-SESIONES
               CLOSE DOC-SESIONES
           END-IF.
           CLOSE REP-SIN-SESION.
           DISPLAY "**** REPORTE EN REP-TUTORIA-SIN-SESION.txt ***".
           EXIT.

       100010-CAPTURA-PERIODO.
      *    SIN CAPTURA: DEL INICIO DEL SEMESTRE EN CURSO (1 DE ENERO
      *    O 1 DE AGOSTO) A HOY.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-INI.
           IF WS-FECHA-HOY(5:2) < "08"
               MOVE "0101" TO WS-FECHA-INI(5:4)
           ELSE
               MOVE "0801" TO WS-FECHA-INI(5:4)
           END-IF.
           MOVE WS-FECHA-HOY TO WS-FECHA-FIN.
           DISPLAY "LOG -- INICIO DEL PERIODO AAAAMMDD (ENTER = "
                   WS-FECHA-INI "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
           IF WS-FECHA-CAPTURA IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA-N) = 0
                   MOVE WS-FECHA-CAPTURA-N TO WS-FECHA-INI
               END-IF
           END-IF.
           DISPLAY "LOG -- FIN DEL PERIODO AAAAMMDD (ENTER = "
                   WS-FECHA-FIN "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
           IF WS-FECHA-CAPTURA IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA-N) = 0
                   MOVE WS-FECHA-CAPTURA-N TO WS-FECHA-FIN
               END-IF
           END-IF.
           IF WS-FECHA-FIN < WS-FECHA-INI
               MOVE WS-FECHA-INI TO WS-FECHA-FIN
           END-IF.
           EXIT.

       100020-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ALUMNOS EN RIESGO SIN SESION DE TUTORIA DEL "
                   DELIMITED BY SIZE
               WS-FECHA-INI DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-FECHA-FIN DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CLAVE    NOMBRE                                   "
                   DELIMITED BY SIZE
               "TUTOR                                 ULT.SESION"
                   DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100100-LEE-RIESGO.
      *    RIESGO-DOC ESCRIBE UNA LINEA POR MATERIA EN BANDA MAS LA
      *    DE "2+ AL LIMITE", TODAS SEGUIDAS POR ALUMNO; SE TOMA CADA
      *    CLAVE UNA SOLA VEZ.
           READ REP-RIESGO
               AT END
                   SET FIN-RIESGO TO TRUE
               NOT AT END
                   IF RIE-CLAVE IS NUMERIC
                       AND RIE-SEPARADOR = "|"
                       AND RIE-CLAVE NOT = WS-CLAVE-ANTERIOR
                       MOVE RIE-CLAVE TO WS-CLAVE-ANTERIOR
                       PERFORM 100200-REVISA-ALUMNO
                   END-IF
           END-READ.
           EXIT.

       100200-REVISA-ALUMNO.
           ADD 1 TO WS-TOTAL-RIESGO.
           MOVE RIE-CLAVE TO WS-CLAVE.
           MOVE RIE-NOMBRE TO WS-NOMBRE.
           MOVE "N" TO WS-TIENE-TUTOR.
           IF HAY-TUTORES
               MOVE WS-CLAVE TO TUT-REG-CLAVE
               READ DOC-TUTORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TIENE-TUTOR TO TRUE
               END-READ
           END-IF.
           IF NOT TIENE-TUTOR
               ADD 1 TO WS-TOTAL-SIN-TUTOR
               INITIALIZE LINEA-TEMP
               STRING
                   WS-CLAVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOMBRE DELIMITED BY SIZE
                   " ** SIN TUTOR ASIGNADO **" DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100300-CUENTA-SESIONES.
           IF WS-SESIONES-PERIODO > ZEROS
               ADD 1 TO WS-TOTAL-ATENDIDOS
           ELSE
               ADD 1 TO WS-TOTAL-SIN-SESION
               PERFORM 100400-ESCRIBE-ALUMNO
           END-IF.
           EXIT.

       100300-CUENTA-SESIONES.
      *    SOLO CUENTAN LAS SESIONES DEL TUTOR ACTUAL EN EL PERIODO;
      *    LA ULTIMA SESION (DE CUALQUIER FECHA) VA COMO REFERENCIA.
           MOVE ZEROS TO WS-SESIONES-PERIODO.
           MOVE ZEROS TO WS-ULTIMA-SESION.
           IF NOT HAY-SESIONES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-TSE.
           MOVE WS-CLAVE TO TSE-REG-CLAVE.
           MOVE ZEROS TO TSE-REG-FECHA.
           START DOC-SESIONES KEY IS NOT LESS THAN TSE-REG-LLAVE
               INVALID KEY
                   SET FIN-SESIONES TO TRUE
           END-START.
           PERFORM UNTIL FIN-SESIONES
               READ DOC-SESIONES NEXT RECORD
                   AT END
                       SET FIN-SESIONES TO TRUE
                   NOT AT END
                       IF TSE-REG-CLAVE NOT = WS-CLAVE
                           SET FIN-SESIONES TO TRUE
                       ELSE
                           MOVE TSE-REG-FECHA TO WS-ULTIMA-SESION
                           IF TSE-REG-PROFE = TUT-REG-PROFE
                               AND TSE-REG-FECHA NOT < WS-FECHA-INI
                               AND TSE-REG-FECHA NOT > WS-FECHA-FIN
                               ADD 1 TO WS-SESIONES-PERIODO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100400-ESCRIBE-ALUMNO.
           MOVE TUT-REG-PROFE TO WS-PROF-CLAVE-LK.
           MOVE SPACES TO WS-PROF-NOMBRE-LK.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           CALL "PROFESOR-SEARCH" USING
               WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK WS-PROF-ENCONTRADO.
           INITIALIZE LINEA-TEMP.
           STRING
               WS-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TUT-REG-PROFE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROF-NOMBRE-LK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
           INTO LINEA-TEMP.
           IF WS-ULTIMA-SESION = ZEROS
               MOVE "NUNCA" TO LINEA-TEMP(85:5)
           ELSE
               MOVE WS-ULTIMA-SESION TO LINEA-TEMP(85:8)
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       100600-TOTALES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ALUMNOS EN RIESGO: " DELIMITED BY SIZE
               WS-TOTAL-RIESGO DELIMITED BY SIZE
               "   CON SESION: " DELIMITED BY SIZE
               WS-TOTAL-ATENDIDOS DELIMITED BY SIZE
               "   SIN SESION: " DELIMITED BY SIZE
               WS-TOTAL-SIN-SESION DELIMITED BY SIZE
               "   SIN TUTOR: " DELIMITED BY SIZE
               WS-TOTAL-SIN-TUTOR DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           COMPUTE WS-TOTAL-CUADRE = WS-TOTAL-ATENDIDOS
               + WS-TOTAL-SIN-SESION + WS-TOTAL-SIN-TUTOR.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-CUADRE = WS-TOTAL-RIESGO
               MOVE "CUADRADO: RIESGO = CON SESION+SIN SESION+SIN TUTOR"
                   TO LINEA-TEMP
           ELSE
               MOVE "NO CUADRA: RIESGO <> CON SESION+SIN SESION+SIN TUT"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM TUTORIA-SIN-SESION-DOC.
