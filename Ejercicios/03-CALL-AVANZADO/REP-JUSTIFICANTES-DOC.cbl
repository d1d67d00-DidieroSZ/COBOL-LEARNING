      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: TERM REPORT "REP-JUSTIFICANTES.txt" OVER
      *          "justificantes.txt" (JUS-REG-DOC): LOS JUSTIFICANTES
      *          QUE INICIAN DENTRO DEL PERIODO CAPTURADO (POR OMISION,
      *          DEL INICIO DEL SEMESTRE A HOY), AGRUPADOS POR ALUMNO
      *          CON SU SUBTOTAL, Y UN RESUMEN POR USUARIO QUE LOS
      *          APROBO, PARA QUE UN ABUSO DE JUSTIFICANTES (DE UN
      *          ALUMNO O DE UN APROBADOR) SALTE A LA VISTA. LOS
      *          CAPTURA JUSTIFICANTES-MAKER-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-JUSTIFICANTES-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-JUSTIFICANTES ASSIGN TO "justificantes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS JUS-REG-LLAVE
                   FILE STATUS WS-STATUS-JUS.

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

               SELECT REP-JUSTIFICANTES
                   ASSIGN TO "REP-JUSTIFICANTES.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-JUSTIFICANTES.
               COPY "JUS-REG-DOC.cpy".

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD REP-JUSTIFICANTES.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-JUS PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-INI PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-FIN PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-CAPTURA PIC X(08) VALUE SPACES.
               05 WS-FECHA-CAPTURA-N REDEFINES WS-FECHA-CAPTURA
                   PIC 9(08).
               05 WS-CLAVE-ANTERIOR PIC 9(08) VALUE ZEROS.
               05 WS-NOMBRE PIC X(40) VALUE SPACES.
               05 WS-MOTIVO-NOMBRE PIC X(10) VALUE SPACES.
               05 WS-DIAS PIC 9(04) VALUE ZEROS.
               05 WS-ALU-JUSTIFICANTES PIC 9(04) VALUE ZEROS.
               05 WS-ALU-AUSENCIAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-LEIDOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-PERIODO PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ALUMNOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-AUSENCIAS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-CUADRE PIC 9(05) VALUE ZEROS.

      *    RESUMEN POR USUARIO QUE APROBO, AL ESTILO DE LAS TABLAS EN
      *    MEMORIA DE REP-AUSENCIAS-DOC.
           01 WS-APROBADORES.
               05 WS-TOTAL-APROBADORES PIC 9(03) VALUE 0.
               05 WS-TABLA-APROBADORES OCCURS 100 TIMES.
                   10 WS-AP-USUARIO PIC X(10).
                   10 WS-AP-JUSTIFICANTES PIC 9(05).
                   10 WS-AP-AUSENCIAS PIC 9(05).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-HALLADO PIC 9(03).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-HAY-EST PIC X VALUE "N".
                   88 HAY-ESTUDIANTES VALUE "S".
               05 WS-HALLADO PIC X VALUE "N".
                   88 APROBADOR-HALLADO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           OPEN INPUT DOC-JUSTIFICANTES.
           IF WS-STATUS-JUS NOT = "00"
               DISPLAY "**** NO HAY JUSTIFICANTES.TXT; NO SE GENERA "
                       "EL REPORTE ***"
               STOP RUN
           END-IF.
           PERFORM 100010-CAPTURA-PERIODO.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST = "00"
               SET HAY-ESTUDIANTES TO TRUE
           END-IF.
           OPEN OUTPUT REP-JUSTIFICANTES.
           PERFORM 100020-ENCABEZADO.
      *    LA LLAVE ES CLAVE + FECHA DE INICIO: EN ORDEN DE LLAVE LOS
      *    JUSTIFICANTES SALEN YA AGRUPADOS POR ALUMNO.
           PERFORM 100100-LEE-JUSTIFICANTE UNTIL FIN-ARCHIVO.
           IF WS-ALU-JUSTIFICANTES > ZEROS
               PERFORM 100300-SUBTOTAL-ALUMNO
           END-IF.
           PERFORM 100500-RESUMEN-APROBADORES.
           PERFORM 100600-TOTALES.
           CLOSE DOC-JUSTIFICANTES.
           IF HAY-ESTUDIANTES
               CLOSE DOC-EST
           END-IF.
           CLOSE REP-JUSTIFICANTES.
           DISPLAY "**** REPORTE EN REP-JUSTIFICANTES.txt ***".
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
               "JUSTIFICANTES DE INASISTENCIA DEL " DELIMITED BY SIZE
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
               "CLAVE    DESDE    HASTA    DIAS MOTIVO     "
                   DELIMITED BY SIZE
               "REFERENCIA           APROBO     AUSENCIAS"
                   DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100100-LEE-JUSTIFICANTE.
           READ DOC-JUSTIFICANTES NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LEIDOS
                   IF JUS-REG-FECHA-INI NOT < WS-FECHA-INI
                       AND JUS-REG-FECHA-INI NOT > WS-FECHA-FIN
                       PERFORM 100200-ESCRIBE-JUSTIFICANTE
                   END-IF
           END-READ.
           EXIT.

       100200-ESCRIBE-JUSTIFICANTE.
           IF JUS-REG-CLAVE NOT = WS-CLAVE-ANTERIOR
               IF WS-ALU-JUSTIFICANTES > ZEROS
                   PERFORM 100300-SUBTOTAL-ALUMNO
               END-IF
               MOVE JUS-REG-CLAVE TO WS-CLAVE-ANTERIOR
               PERFORM 100210-ENCABEZADO-ALUMNO
           END-IF.
           ADD 1 TO WS-TOTAL-PERIODO.
           ADD 1 TO WS-ALU-JUSTIFICANTES.
           ADD JUS-REG-CONVERTIDAS TO WS-ALU-AUSENCIAS.
           ADD JUS-REG-CONVERTIDAS TO WS-TOTAL-AUSENCIAS.
           PERFORM 100400-ACUMULA-APROBADOR.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(JUS-REG-FECHA-FIN)
             - FUNCTION INTEGER-OF-DATE(JUS-REG-FECHA-INI) + 1.
           EVALUATE TRUE
               WHEN JUS-MEDICO
                   MOVE "MEDICO" TO WS-MOTIVO-NOMBRE
               WHEN JUS-COMISION
                   MOVE "COMISION" TO WS-MOTIVO-NOMBRE
               WHEN JUS-LUTO
                   MOVE "LUTO" TO WS-MOTIVO-NOMBRE
               WHEN OTHER
                   MOVE "OTRO" TO WS-MOTIVO-NOMBRE
           END-EVALUATE.
           INITIALIZE LINEA-TEMP.
           STRING
               JUS-REG-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JUS-REG-FECHA-INI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JUS-REG-FECHA-FIN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MOTIVO-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JUS-REG-REFERENCIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JUS-REG-APROBO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JUS-REG-CONVERTIDAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100210-ENCABEZADO-ALUMNO.
           MOVE SPACES TO WS-NOMBRE.
           IF HAY-ESTUDIANTES
               MOVE JUS-REG-CLAVE TO EST-REG-CLAVE
               READ DOC-EST
                   INVALID KEY
                       MOVE "** SIN REGISTRO EN ESTUDIANTES.TXT **"
                           TO WS-NOMBRE
                   NOT INVALID KEY
                       MOVE EST-REG-NOMBRE TO WS-NOMBRE
               END-READ
           END-IF.
           ADD 1 TO WS-TOTAL-ALUMNOS.
           INITIALIZE LINEA-TEMP.
           STRING
               "ALUMNO " DELIMITED BY SIZE
               JUS-REG-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOMBRE DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100300-SUBTOTAL-ALUMNO.
           INITIALIZE LINEA-TEMP.
           STRING
               "   SUBTOTAL ALUMNO: " DELIMITED BY SIZE
               WS-ALU-JUSTIFICANTES DELIMITED BY SIZE
               " JUSTIFICANTES, " DELIMITED BY SIZE
               WS-ALU-AUSENCIAS DELIMITED BY SIZE
               " AUSENCIAS JUSTIFICADAS" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE ZEROS TO WS-ALU-JUSTIFICANTES.
           MOVE ZEROS TO WS-ALU-AUSENCIAS.
           EXIT.

       100400-ACUMULA-APROBADOR.
           MOVE "N" TO WS-HALLADO.
           PERFORM 100410-BUSCA-APROBADOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-APROBADORES
               OR APROBADOR-HALLADO.
           IF NOT APROBADOR-HALLADO
               IF WS-TOTAL-APROBADORES < 100
                   ADD 1 TO WS-TOTAL-APROBADORES
                   MOVE WS-TOTAL-APROBADORES TO WS-IDX-HALLADO
                   MOVE JUS-REG-APROBO
                       TO WS-AP-USUARIO(WS-IDX-HALLADO)
                   MOVE ZEROS
                       TO WS-AP-JUSTIFICANTES(WS-IDX-HALLADO)
                   MOVE ZEROS TO WS-AP-AUSENCIAS(WS-IDX-HALLADO)
                   SET APROBADOR-HALLADO TO TRUE
               ELSE
                   DISPLAY "**** LIMITE DE 100 APROBADORES EN "
                           "MEMORIA ALCANZADO ***"
               END-IF
           END-IF.
           IF APROBADOR-HALLADO
               ADD 1 TO WS-AP-JUSTIFICANTES(WS-IDX-HALLADO)
               ADD JUS-REG-CONVERTIDAS
                   TO WS-AP-AUSENCIAS(WS-IDX-HALLADO)
           END-IF.
           EXIT.

       100410-BUSCA-APROBADOR.
           IF WS-AP-USUARIO(WS-IDX) = JUS-REG-APROBO
               SET APROBADOR-HALLADO TO TRUE
               MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF.
           EXIT.

       100500-RESUMEN-APROBADORES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "RESUMEN POR USUARIO QUE APROBO" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "APROBO     JUSTIFICANTES AUSENCIAS" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE ZEROS TO WS-TOTAL-CUADRE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-APROBADORES
               ADD WS-AP-JUSTIFICANTES(WS-IDX) TO WS-TOTAL-CUADRE
               INITIALIZE LINEA-TEMP
               STRING
                   WS-AP-USUARIO(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AP-JUSTIFICANTES(WS-IDX) DELIMITED BY SIZE
                   "          " DELIMITED BY SIZE
                   WS-AP-AUSENCIAS(WS-IDX) DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-PERFORM.
           EXIT.

       100600-TOTALES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "JUSTIFICANTES EN EL PERIODO: " DELIMITED BY SIZE
               WS-TOTAL-PERIODO DELIMITED BY SIZE
               "   ALUMNOS: " DELIMITED BY SIZE
               WS-TOTAL-ALUMNOS DELIMITED BY SIZE
               "   AUSENCIAS JUSTIFICADAS: " DELIMITED BY SIZE
               WS-TOTAL-AUSENCIAS DELIMITED BY SIZE
               "   REGISTROS LEIDOS: " DELIMITED BY SIZE
               WS-TOTAL-LEIDOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-CUADRE = WS-TOTAL-PERIODO
               MOVE "CUADRADO: JUSTIFICANTES = SUMA POR APROBADOR"
                   TO LINEA-TEMP
           ELSE
               MOVE "NO CUADRA: JUSTIFICANTES <> SUMA POR APROBADOR"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM REP-JUSTIFICANTES-DOC.
