      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: PROFESSOR PRE-PAYROLL BATCH. FOR A PAY PERIOD IT
      *          READS THE SESSION LOG "asistencia-profes.txt" AND
      *          PAYS ONE HOUR PER SESSION: "P" TO THE TITULAR, "S" TO
      *          THE SUPLENTE WHO COVERED IT; "A" IS NOT PAID. HOURS
      *          ARE GROUPED BY PROFESOR + PLANTEL (MAT-REG-PLANTEL OF
      *          THE GRUPO) AND PRICED WITH THE TABULADOR
      *          ("tabulador.txt", PER-REG-CATEGORIA + PLANTEL).
      *          WRITES THE STAGING EXPORT "nomina-profes-pre.txt" IN
      *          THE FIXED HDR/DET/TRL LAYOUT OF THE PAYROLL SYSTEM AND
      *          THE PRE-NOMINA "REP-PRENOMINA.txt" WITH CONTROL
      *          TOTALS. NOMINA LA FIRMA Y UN ADMIN LIBERA EL ARCHIVO
      *          A "nomina-profes.txt" TECLEANDO DE NUEVO EL IMPORTE
      *          TOTAL DE CONTROL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRENOMINA-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-ASI-PROF ASSIGN TO "asistencia-profes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS APF-REG-LLAVE
                   FILE STATUS WS-STATUS-APF.

               SELECT MAT-DOC ASSIGN TO "materias.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT DOC-PERSONAL ASSIGN TO "personal-profes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PER-REG-PROFE-CLAVE
                   FILE STATUS WS-STATUS-PER.

               SELECT DOC-TABULADOR ASSIGN TO "tabulador.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TAB-REG-LLAVE
                   FILE STATUS WS-STATUS-TAB.

               SELECT DOC-PRE ASSIGN TO "nomina-profes-pre.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-PRE.

               SELECT DOC-NOMINA ASSIGN TO "nomina-profes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-NOM.

               SELECT REP-PRENOMINA ASSIGN TO "REP-PRENOMINA.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-ASI-PROF.
      *    MISMO REGISTRO QUE GRABA ASISTENCIA-PROFE-DOC.
               01 APF-REG-DOC.
                   05 APF-REG-LLAVE.
                       10 APF-REG-MATERIA PIC X(06).
                       10 APF-REG-FECHA PIC 9(08).
                   05 APF-REG-TITULAR PIC 9(03).
                   05 APF-REG-ESTADO PIC X(01).
                   05 APF-REG-SUPLENTE PIC 9(03).

           FD MAT-DOC.
               COPY "MAT-REG-DOC.cpy".

           FD DOC-PERSONAL.
               COPY "PER-REG-DOC.cpy".

           FD DOC-TABULADOR.
               COPY "TAB-REG-DOC.cpy".

           FD DOC-PRE.
      *    INTERFAZ DE NOMINA, 80 POSICIONES: UN "HDR" CON EL PERIODO
      *    Y EL CONTEO, UN "DET" POR PROFESOR + PLANTEL Y UN "TRL"
      *    CON EL CONTEO, LAS HORAS Y EL IMPORTE TOTAL DE CONTROL.
               01 NOM-REG PIC X(80).
               01 NOM-REG-DETALLE REDEFINES NOM-REG.
                   05 NOM-DET-TIPO PIC X(03).
                   05 NOM-DET-PROFE PIC 9(03).
                   05 NOM-DET-PLANTEL PIC 9(02).
                   05 NOM-DET-CATEGORIA PIC X(02).
                   05 NOM-DET-PERIODO-INI PIC 9(08).
                   05 NOM-DET-PERIODO-FIN PIC 9(08).
                   05 NOM-DET-HORAS PIC 9(04).
                   05 NOM-DET-HORAS-SUPLENCIA PIC 9(04).
                   05 NOM-DET-TARIFA PIC 9(04)V99.
                   05 NOM-DET-IMPORTE PIC 9(08)V99.
                   05 FILLER PIC X(30).
               01 NOM-REG-CONTROL REDEFINES NOM-REG.
                   05 NOM-CTL-TIPO PIC X(03).
                   05 NOM-CTL-FECHA PIC 9(08).
                   05 NOM-CTL-CONTEO PIC 9(06).
                   05 NOM-CTL-PERIODO-INI PIC 9(08).
                   05 NOM-CTL-PERIODO-FIN PIC 9(08).
                   05 NOM-CTL-HORAS PIC 9(06).
                   05 NOM-CTL-IMPORTE PIC 9(10)V99.
                   05 FILLER PIC X(29).

           FD DOC-NOMINA.
               01 NOM-LINEA PIC X(80).

           FD REP-PRENOMINA.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 WS-VARIABLES.
               05 WS-STATUS-APF PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-PER PIC XX.
               05 WS-STATUS-TAB PIC XX.
               05 WS-STATUS-PRE PIC XX.
               05 WS-STATUS-NOM PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-PERIODO-INI PIC 9(08) VALUE ZEROS.
               05 WS-PERIODO-FIN PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-VALIDAR PIC 9(08) VALUE ZEROS.
               05 WS-PROFE PIC 9(03) VALUE ZEROS.
               05 WS-PLANTEL PIC 9(02) VALUE ZEROS.
               05 WS-HORAS-PAGO PIC 9(05) VALUE ZEROS.
               05 WS-OBSERVACION PIC X(24) VALUE SPACES.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-IMPORTE-TECLEADO PIC 9(10)V99 VALUE ZEROS.
               05 WS-TARIFA-EDIT PIC ZZZ9.99.
               05 WS-IMPORTE-EDIT PIC ZZ,ZZZ,ZZ9.99.
               05 WS-TOTAL-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.

      *    TOTALES DE CONTROL DE LA PRENOMINA (GENERACION) Y DE LA
      *    RELECTURA DEL ARCHIVO DE PASO (LIBERACION).
           01 WS-TOTALES.
               05 WS-SESIONES-LEIDAS PIC 9(06) VALUE ZEROS.
               05 WS-SESIONES-PERIODO PIC 9(06) VALUE ZEROS.
               05 WS-TOT-HORAS PIC 9(06) VALUE ZEROS.
               05 WS-TOT-SUPLENCIAS PIC 9(06) VALUE ZEROS.
               05 WS-TOT-AUSENCIAS PIC 9(06) VALUE ZEROS.
               05 WS-TOT-DETALLES PIC 9(06) VALUE ZEROS.
               05 WS-TOT-IMPORTE PIC 9(10)V99 VALUE ZEROS.
               05 WS-TOT-EXCEPCIONES PIC 9(06) VALUE ZEROS.
               05 WS-TOT-HORAS-RETENIDAS PIC 9(06) VALUE ZEROS.
               05 WS-SIN-GRUPO PIC 9(06) VALUE ZEROS.
               05 WS-HDR-CONTEO PIC 9(06) VALUE ZEROS.
               05 WS-HDR-PERIODO-INI PIC 9(08) VALUE ZEROS.
               05 WS-HDR-PERIODO-FIN PIC 9(08) VALUE ZEROS.
               05 WS-TRL-CONTEO PIC 9(06) VALUE ZEROS.
               05 WS-TRL-HORAS PIC 9(06) VALUE ZEROS.
               05 WS-TRL-IMPORTE PIC 9(10)V99 VALUE ZEROS.
               05 WS-LEI-DETALLES PIC 9(06) VALUE ZEROS.
               05 WS-LEI-HORAS PIC 9(06) VALUE ZEROS.
               05 WS-LEI-IMPORTE PIC 9(10)V99 VALUE ZEROS.

      *    ACUMULADO DEL PERIODO POR PROFESOR + PLANTEL, ORDENADO
      *    POR LLAVE AL INSERTAR.
           01 WS-ACUMULADO.
               05 WS-TOTAL-PAGOS PIC 9(03) VALUE ZEROS.
               05 WS-TABLA-PAGOS OCCURS 500 TIMES.
                   10 WS-PG-LLAVE.
                       15 WS-PG-PROFE PIC 9(03).
                       15 WS-PG-PLANTEL PIC 9(02).
                   10 WS-PG-HORAS PIC 9(04).
                   10 WS-PG-SUPLENCIAS PIC 9(04).
                   10 WS-PG-AUSENCIAS PIC 9(04).
                   10 WS-PG-CATEGORIA PIC X(02).
                   10 WS-PG-TARIFA PIC 9(04)V99.
                   10 WS-PG-IMPORTE PIC 9(08)V99.
                   10 WS-PG-ESTADO PIC X(01).
                       88 PAGO-EXPORTABLE VALUE "E".
           01 WS-LLAVE-BUSCA.
               05 WS-LB-PROFE PIC 9(03).
               05 WS-LB-PLANTEL PIC 9(02).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-HALLADO PIC 9(03).
               05 WS-IDX-MUEVE PIC 9(03).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-PUNTEADA PIC X(132) VALUE ALL "-".

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-FIN-APF PIC X VALUE "N".
                   88 FIN-ASI-PROF VALUE "S".
               05 WS-FIN-PRE PIC X VALUE "N".
                   88 FIN-PRE VALUE "S".
               05 WS-HALLADO PIC X VALUE "N".
                   88 ENTRADA-HALLADA VALUE "S".
               05 WS-FECHA-OK PIC X VALUE "N".
                   88 FECHA-ACEPTADA VALUE "S".
               05 WS-HAY-PERSONAL PIC X VALUE "N".
                   88 HAY-PERSONAL VALUE "S".
               05 WS-HAY-TABULADOR PIC X VALUE "N".
                   88 HAY-TABULADOR VALUE "S".
               05 WS-HAY-MATERIAS PIC X VALUE "N".
                   88 HAY-MATERIAS VALUE "S".
               05 WS-TABLA-LLENA PIC X VALUE "N".
                   88 TABLA-LLENA VALUE "S".

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
           IF WS-ROLES-SESION(4:1) NOT = "S"
               AND WS-ROLES-SESION(5:1) NOT = "S"
               DISPLAY "**** SU USUARIO NO TIENE EL ROL DE REPORTES ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100010-MENU UNTIL WS-MODO = 9.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "---- PRENOMINA DE PROFESORES ----".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] GENERAR PRENOMINA DEL PERIODO".
           DISPLAY "  [2] LIBERAR ARCHIVO A NOMINA (ADMIN)".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-GENERA
               WHEN 2
                   PERFORM 100500-LIBERA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-PERIODO.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- INICIO DEL PERIODO (AAAAMMDD): "
                       WITH NO ADVANCING
               ACCEPT WS-PERIODO-INI
               MOVE WS-PERIODO-INI TO WS-FECHA-VALIDAR
               PERFORM 100060-VALIDA-FECHA
           END-PERFORM.
           MOVE "N" TO WS-FECHA-OK.
           PERFORM UNTIL FECHA-ACEPTADA
               DISPLAY "LOG -- FIN DEL PERIODO (AAAAMMDD): "
                       WITH NO ADVANCING
               ACCEPT WS-PERIODO-FIN
               MOVE WS-PERIODO-FIN TO WS-FECHA-VALIDAR
               PERFORM 100060-VALIDA-FECHA
               IF FECHA-ACEPTADA
                   AND WS-PERIODO-FIN < WS-PERIODO-INI
                   MOVE "N" TO WS-FECHA-OK
                   DISPLAY "**** EL FIN NO PUEDE SER ANTERIOR AL "
                           "INICIO ***"
               END-IF
           END-PERFORM.
           EXIT.

       100060-VALIDA-FECHA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-VALIDAR) = ZEROS
               SET FECHA-ACEPTADA TO TRUE
           ELSE
               MOVE "N" TO WS-FECHA-OK
               DISPLAY "**** FECHA INVALIDA ***"
           END-IF.
           EXIT.

       100100-GENERA.
           PERFORM 100050-CAPTURA-PERIODO.
           INITIALIZE WS-TOTALES.
           MOVE ZEROS TO WS-TOTAL-PAGOS.
           MOVE "N" TO WS-TABLA-LLENA.
           MOVE "N" TO WS-FIN-APF.
           OPEN INPUT DOC-ASI-PROF.
           IF WS-STATUS-APF NOT = "00"
               DISPLAY "**** SIN SESIONES REGISTRADAS EN "
                       "ASISTENCIA-PROFES.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HAY-MATERIAS.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT = "00"
               SET HAY-MATERIAS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-ASI-PROF
               READ DOC-ASI-PROF NEXT RECORD
                   AT END
                       SET FIN-ASI-PROF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SESIONES-LEIDAS
                       IF APF-REG-FECHA >= WS-PERIODO-INI
                           AND APF-REG-FECHA <= WS-PERIODO-FIN
                           PERFORM 100110-ACUMULA-SESION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-ASI-PROF.
           IF HAY-MATERIAS
               CLOSE MAT-DOC
           END-IF.
           IF TABLA-LLENA
               DISPLAY "**** MAS DE 500 PROFESOR/PLANTEL EN EL "
                       "PERIODO; PRENOMINA NO GENERADA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100200-VALORIZA.
           PERFORM 100300-ESCRIBE-EXPORTACION.
           PERFORM 100400-ESCRIBE-REPORTE.
           MOVE WS-TOT-IMPORTE TO WS-TOTAL-EDIT.
           DISPLAY "**** PRENOMINA GENERADA: " WS-TOT-DETALLES
                   " DETALLES, IMPORTE " WS-TOTAL-EDIT " ***".
           DISPLAY "**** REVISE REP-PRENOMINA.txt Y LIBERE CON LA "
                   "OPCION 2 ***".
           MOVE "GENERADA" TO WS-OBSERVACION.
           PERFORM 100900-AUDITORIA-LOG.
           EXIT.

       100110-ACUMULA-SESION.
      *    EL PLANTEL ES EL DEL GRUPO; SI EL GRUPO YA NO EXISTE EN
      *    materias.txt LA SESION SE PAGA EN EL PLANTEL 01.
           ADD 1 TO WS-SESIONES-PERIODO.
           MOVE 1 TO WS-PLANTEL.
           IF HAY-MATERIAS
               MOVE APF-REG-MATERIA TO MAT-REG-LLAVE
               READ MAT-DOC
                   INVALID KEY
                       ADD 1 TO WS-SIN-GRUPO
                   NOT INVALID KEY
                       IF MAT-REG-PLANTEL NOT = ZEROS
                           MOVE MAT-REG-PLANTEL TO WS-PLANTEL
                       END-IF
               END-READ
           END-IF.
      *    "P" PAGA AL TITULAR; "S" PAGA AL SUPLENTE Y AL TITULAR SE
      *    LE CUENTA LA AUSENCIA; "A" NO SE PAGA A NADIE.
           EVALUATE APF-REG-ESTADO
               WHEN "P"
                   MOVE APF-REG-TITULAR TO WS-PROFE
                   PERFORM 100120-BUSCA-O-INSERTA
                   IF ENTRADA-HALLADA
                       ADD 1 TO WS-PG-HORAS(WS-IDX-HALLADO)
                   END-IF
               WHEN "S"
                   MOVE APF-REG-SUPLENTE TO WS-PROFE
                   PERFORM 100120-BUSCA-O-INSERTA
                   IF ENTRADA-HALLADA
                       ADD 1 TO WS-PG-SUPLENCIAS(WS-IDX-HALLADO)
                   END-IF
                   MOVE APF-REG-TITULAR TO WS-PROFE
                   PERFORM 100120-BUSCA-O-INSERTA
                   IF ENTRADA-HALLADA
                       ADD 1 TO WS-PG-AUSENCIAS(WS-IDX-HALLADO)
                   END-IF
               WHEN "A"
                   MOVE APF-REG-TITULAR TO WS-PROFE
                   PERFORM 100120-BUSCA-O-INSERTA
                   IF ENTRADA-HALLADA
                       ADD 1 TO WS-PG-AUSENCIAS(WS-IDX-HALLADO)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       100120-BUSCA-O-INSERTA.
      *    LA TABLA SE MANTIENE ORDENADA POR PROFESOR + PLANTEL: SE
      *    BUSCA LA PRIMERA LLAVE MAYOR O IGUAL Y, SI NO ES LA MISMA,
      *    SE RECORREN LAS DEMAS UNA POSICION PARA ABRIR EL HUECO.
           MOVE WS-PROFE TO WS-LB-PROFE.
           MOVE WS-PLANTEL TO WS-LB-PLANTEL.
           MOVE "N" TO WS-HALLADO.
           MOVE ZEROS TO WS-IDX-HALLADO.
           PERFORM 100125-BUSCA-POSICION
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-PAGOS
                   OR WS-IDX-HALLADO NOT = ZEROS.
           IF WS-IDX-HALLADO NOT = ZEROS
               IF WS-PG-LLAVE(WS-IDX-HALLADO) = WS-LLAVE-BUSCA
                   SET ENTRADA-HALLADA TO TRUE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-IDX-HALLADO = WS-TOTAL-PAGOS + 1
           END-IF.
           IF WS-TOTAL-PAGOS >= 500
               SET TABLA-LLENA TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100130-RECORRE-ENTRADA
               VARYING WS-IDX-MUEVE FROM WS-TOTAL-PAGOS BY -1
               UNTIL WS-IDX-MUEVE < WS-IDX-HALLADO.
           ADD 1 TO WS-TOTAL-PAGOS.
           INITIALIZE WS-TABLA-PAGOS(WS-IDX-HALLADO).
           MOVE WS-LLAVE-BUSCA TO WS-PG-LLAVE(WS-IDX-HALLADO).
           SET ENTRADA-HALLADA TO TRUE.
           EXIT.

       100125-BUSCA-POSICION.
           IF WS-PG-LLAVE(WS-IDX) >= WS-LLAVE-BUSCA
               MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF.
           EXIT.

       100130-RECORRE-ENTRADA.
           MOVE WS-TABLA-PAGOS(WS-IDX-MUEVE)
               TO WS-TABLA-PAGOS(WS-IDX-MUEVE + 1).
           EXIT.

       100200-VALORIZA.
      *    CATEGORIA DEL EXPEDIENTE Y TARIFA DEL TABULADOR. LO QUE NO
      *    TIENE CATEGORIA O TARIFA NO SE EXPORTA: SALE EN LA
      *    PRENOMINA COMO EXCEPCION PARA QUE RH LO CORRIJA.
           MOVE "N" TO WS-HAY-PERSONAL.
           OPEN INPUT DOC-PERSONAL.
           IF WS-STATUS-PER = "00"
               SET HAY-PERSONAL TO TRUE
           END-IF.
           MOVE "N" TO WS-HAY-TABULADOR.
           OPEN INPUT DOC-TABULADOR.
           IF WS-STATUS-TAB = "00"
               SET HAY-TABULADOR TO TRUE
           END-IF.
           PERFORM 100210-VALORIZA-ENTRADA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-PAGOS.
           IF HAY-PERSONAL
               CLOSE DOC-PERSONAL
           END-IF.
           IF HAY-TABULADOR
               CLOSE DOC-TABULADOR
           END-IF.
           EXIT.

       100210-VALORIZA-ENTRADA.
           ADD WS-PG-AUSENCIAS(WS-IDX) TO WS-TOT-AUSENCIAS.
           COMPUTE WS-HORAS-PAGO =
               WS-PG-HORAS(WS-IDX) + WS-PG-SUPLENCIAS(WS-IDX).
      *    SOLO AUSENCIAS EN EL PERIODO: NADA QUE PAGAR.
           IF WS-HORAS-PAGO = ZEROS
               MOVE "A" TO WS-PG-ESTADO(WS-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PG-CATEGORIA(WS-IDX).
           IF HAY-PERSONAL
               MOVE WS-PG-PROFE(WS-IDX) TO PER-REG-PROFE-CLAVE
               READ DOC-PERSONAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PER-REG-CATEGORIA
                           TO WS-PG-CATEGORIA(WS-IDX)
               END-READ
           END-IF.
           IF WS-PG-CATEGORIA(WS-IDX) = SPACES
               MOVE "C" TO WS-PG-ESTADO(WS-IDX)
               ADD 1 TO WS-TOT-EXCEPCIONES
               ADD WS-HORAS-PAGO TO WS-TOT-HORAS-RETENIDAS
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-PG-TARIFA(WS-IDX).
           IF HAY-TABULADOR
               MOVE WS-PG-CATEGORIA(WS-IDX) TO TAB-REG-CATEGORIA
               MOVE WS-PG-PLANTEL(WS-IDX) TO TAB-REG-PLANTEL
               READ DOC-TABULADOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAB-REG-TARIFA-HORA
                           TO WS-PG-TARIFA(WS-IDX)
               END-READ
           END-IF.
           IF WS-PG-TARIFA(WS-IDX) = ZEROS
               MOVE "T" TO WS-PG-ESTADO(WS-IDX)
               ADD 1 TO WS-TOT-EXCEPCIONES
               ADD WS-HORAS-PAGO TO WS-TOT-HORAS-RETENIDAS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PG-IMPORTE(WS-IDX) ROUNDED =
               WS-HORAS-PAGO * WS-PG-TARIFA(WS-IDX).
           MOVE "E" TO WS-PG-ESTADO(WS-IDX).
           ADD 1 TO WS-TOT-DETALLES.
           ADD WS-PG-HORAS(WS-IDX) TO WS-TOT-HORAS.
           ADD WS-PG-SUPLENCIAS(WS-IDX) TO WS-TOT-SUPLENCIAS.
           ADD WS-PG-IMPORTE(WS-IDX) TO WS-TOT-IMPORTE.
           EXIT.

       100300-ESCRIBE-EXPORTACION.
      *    EL ARCHIVO DE PASO NO LO TOMA NOMINA HASTA QUE SE LIBERA;
      *    EL HDR Y EL TRL LLEVAN LOS TOTALES YA CALCULADOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT DOC-PRE.
           INITIALIZE NOM-REG.
           MOVE "HDR" TO NOM-CTL-TIPO.
           MOVE WS-FECHA-HOY TO NOM-CTL-FECHA.
           MOVE WS-TOT-DETALLES TO NOM-CTL-CONTEO.
           MOVE WS-PERIODO-INI TO NOM-CTL-PERIODO-INI.
           MOVE WS-PERIODO-FIN TO NOM-CTL-PERIODO-FIN.
           WRITE NOM-REG.
           PERFORM 100310-ESCRIBE-DETALLE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-PAGOS.
           INITIALIZE NOM-REG.
           MOVE "TRL" TO NOM-CTL-TIPO.
           MOVE WS-FECHA-HOY TO NOM-CTL-FECHA.
           MOVE WS-TOT-DETALLES TO NOM-CTL-CONTEO.
           MOVE WS-PERIODO-INI TO NOM-CTL-PERIODO-INI.
           MOVE WS-PERIODO-FIN TO NOM-CTL-PERIODO-FIN.
           COMPUTE NOM-CTL-HORAS = WS-TOT-HORAS + WS-TOT-SUPLENCIAS.
           MOVE WS-TOT-IMPORTE TO NOM-CTL-IMPORTE.
           WRITE NOM-REG.
           CLOSE DOC-PRE.
           EXIT.

       100310-ESCRIBE-DETALLE.
           IF NOT PAGO-EXPORTABLE(WS-IDX)
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE NOM-REG.
           MOVE "DET" TO NOM-DET-TIPO.
           MOVE WS-PG-PROFE(WS-IDX) TO NOM-DET-PROFE.
           MOVE WS-PG-PLANTEL(WS-IDX) TO NOM-DET-PLANTEL.
           MOVE WS-PG-CATEGORIA(WS-IDX) TO NOM-DET-CATEGORIA.
           MOVE WS-PERIODO-INI TO NOM-DET-PERIODO-INI.
           MOVE WS-PERIODO-FIN TO NOM-DET-PERIODO-FIN.
           MOVE WS-PG-HORAS(WS-IDX) TO NOM-DET-HORAS.
           MOVE WS-PG-SUPLENCIAS(WS-IDX) TO NOM-DET-HORAS-SUPLENCIA.
           MOVE WS-PG-TARIFA(WS-IDX) TO NOM-DET-TARIFA.
           MOVE WS-PG-IMPORTE(WS-IDX) TO NOM-DET-IMPORTE.
           WRITE NOM-REG.
           EXIT.

       100400-ESCRIBE-REPORTE.
           OPEN OUTPUT REP-PRENOMINA.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "PRENOMINA DE PROFESORES DEL PERIODO " DELIMITED BY SIZE
               WS-PERIODO-INI DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-PERIODO-FIN DELIMITED BY SIZE
               "   GENERO " DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               " EL " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "PROF NOMBRE                         PL CAT HORAS "
                   DELIMITED BY SIZE
               "SUPL AUSEN  TARIFA        IMPORTE OBSERVACION"
                   DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM 100410-ESCRIBE-RENGLON
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-PAGOS.
           PERFORM 100420-ESCRIBE-CONTROL.
           CLOSE REP-PRENOMINA.
           EXIT.

       100410-ESCRIBE-RENGLON.
           MOVE WS-PG-PROFE(WS-IDX) TO WS-PROF-CLAVE-LK.
           MOVE SPACES TO WS-PROF-NOMBRE-LK.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           CALL "PROFESOR-SEARCH" USING
               WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK WS-PROF-ENCONTRADO.
           IF NOT PROFESOR-ENCONTRADO
               MOVE "** PROFESOR NO CATALOGADO **" TO WS-PROF-NOMBRE-LK
           END-IF.
           EVALUATE WS-PG-ESTADO(WS-IDX)
               WHEN "E"
                   MOVE SPACES TO WS-OBSERVACION
               WHEN "A"
                   MOVE "SOLO AUSENCIAS" TO WS-OBSERVACION
               WHEN "C"
                   MOVE "** SIN CATEGORIA **" TO WS-OBSERVACION
               WHEN "T"
                   MOVE "** SIN TARIFA **" TO WS-OBSERVACION
           END-EVALUATE.
           MOVE WS-PG-TARIFA(WS-IDX) TO WS-TARIFA-EDIT.
           MOVE WS-PG-IMPORTE(WS-IDX) TO WS-IMPORTE-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               WS-PG-PROFE(WS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PROF-NOMBRE-LK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PG-PLANTEL(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PG-CATEGORIA(WS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PG-HORAS(WS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PG-SUPLENCIAS(WS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PG-AUSENCIAS(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TARIFA-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OBSERVACION DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100420-ESCRIBE-CONTROL.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "TOTALES DE CONTROL" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "  SESIONES LEIDAS: " DELIMITED BY SIZE
               WS-SESIONES-LEIDAS DELIMITED BY SIZE
               "  EN EL PERIODO: " DELIMITED BY SIZE
               WS-SESIONES-PERIODO DELIMITED BY SIZE
               "  GRUPOS NO HALLADOS (PLANTEL 01): " DELIMITED BY SIZE
               WS-SIN-GRUPO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "  HORAS TITULAR PAGADAS: " DELIMITED BY SIZE
               WS-TOT-HORAS DELIMITED BY SIZE
               "  HORAS DE SUPLENCIA PAGADAS: " DELIMITED BY SIZE
               WS-TOT-SUPLENCIAS DELIMITED BY SIZE
               "  AUSENCIAS NO PAGADAS: " DELIMITED BY SIZE
               WS-TOT-AUSENCIAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "  EXCEPCIONES (SIN CATEGORIA O TARIFA): "
                   DELIMITED BY SIZE
               WS-TOT-EXCEPCIONES DELIMITED BY SIZE
               "  HORAS RETENIDAS: " DELIMITED BY SIZE
               WS-TOT-HORAS-RETENIDAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE WS-TOT-IMPORTE TO WS-TOTAL-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "  DETALLES EXPORTADOS: " DELIMITED BY SIZE
               WS-TOT-DETALLES DELIMITED BY SIZE
               "  IMPORTE TOTAL: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               "  (ARCHIVO DE PASO nomina-profes-pre.txt)"
                   DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE SPACES TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "REVISO NOMINA: ______________________________   "
                   DELIMITED BY SIZE
               "FECHA: ____________   FIRMA: ____________________"
                   DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-LIBERA.
      *    SOLO UN ADMIN LIBERA. SE RELEE EL ARCHIVO DE PASO, SE
      *    CUADRAN HDR, DETALLES Y TRL, Y EL IMPORTE TOTAL DE CONTROL
      *    SE TECLEA DE NUEVO DESDE LA PRENOMINA FIRMADA.
           IF WS-ROLES-SESION(5:1) NOT = "S"
               DISPLAY "**** SOLO EL ROL ADMIN PUEDE LIBERAR LA "
                       "NOMINA ***"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-TOTALES.
           MOVE "N" TO WS-FIN-PRE.
           OPEN INPUT DOC-PRE.
           IF WS-STATUS-PRE NOT = "00"
               DISPLAY "**** NO HAY PRENOMINA GENERADA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PRE
               READ DOC-PRE
                   AT END
                       SET FIN-PRE TO TRUE
                   NOT AT END
                       PERFORM 100510-CUADRA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE DOC-PRE.
           IF WS-HDR-PERIODO-INI = ZEROS
               OR WS-HDR-CONTEO NOT = WS-LEI-DETALLES
               OR WS-TRL-CONTEO NOT = WS-LEI-DETALLES
               OR WS-TRL-IMPORTE NOT = WS-LEI-IMPORTE
               OR WS-TRL-HORAS NOT = WS-LEI-HORAS
               DISPLAY "**** EL ARCHIVO DE PASO NO CUADRA (HDR "
                       WS-HDR-CONTEO " DET " WS-LEI-DETALLES
                       " TRL " WS-TRL-CONTEO "); REGENERE ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TRL-IMPORTE TO WS-TOTAL-EDIT.
           DISPLAY "PERIODO " WS-HDR-PERIODO-INI " AL "
                   WS-HDR-PERIODO-FIN ": " WS-LEI-DETALLES
                   " DETALLES, " WS-LEI-HORAS " HORAS".
           DISPLAY "LOG -- IMPORTE TOTAL DE LA PRENOMINA FIRMADA "
                   "(EJ. 12345.50): " WITH NO ADVANCING.
           ACCEPT WS-IMPORTE-TECLEADO.
           IF WS-IMPORTE-TECLEADO NOT = WS-TRL-IMPORTE
               DISPLAY "**** EL IMPORTE NO COINCIDE CON EL CONTROL "
                       "DEL ARCHIVO; NO SE LIBERA ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOG -- CONFIRMA LIBERAR " WS-TOTAL-EDIT
                   " A NOMINA (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "**** LIBERACION CANCELADA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100520-COPIA-A-NOMINA.
           MOVE WS-HDR-PERIODO-INI TO WS-PERIODO-INI.
           MOVE WS-HDR-PERIODO-FIN TO WS-PERIODO-FIN.
           MOVE WS-TRL-IMPORTE TO WS-TOT-IMPORTE.
           MOVE "LIBERADA A NOMINA" TO WS-OBSERVACION.
           PERFORM 100900-AUDITORIA-LOG.
           DISPLAY "**** NOMINA LIBERADA EN nomina-profes.txt ***".
           EXIT.

       100510-CUADRA-REGISTRO.
           EVALUATE NOM-CTL-TIPO
               WHEN "HDR"
                   MOVE NOM-CTL-CONTEO TO WS-HDR-CONTEO
                   MOVE NOM-CTL-PERIODO-INI TO WS-HDR-PERIODO-INI
                   MOVE NOM-CTL-PERIODO-FIN TO WS-HDR-PERIODO-FIN
               WHEN "DET"
                   ADD 1 TO WS-LEI-DETALLES
                   ADD NOM-DET-HORAS TO WS-LEI-HORAS
                   ADD NOM-DET-HORAS-SUPLENCIA TO WS-LEI-HORAS
                   ADD NOM-DET-IMPORTE TO WS-LEI-IMPORTE
               WHEN "TRL"
                   MOVE NOM-CTL-CONTEO TO WS-TRL-CONTEO
                   MOVE NOM-CTL-HORAS TO WS-TRL-HORAS
                   MOVE NOM-CTL-IMPORTE TO WS-TRL-IMPORTE
           END-EVALUATE.
           EXIT.

       100520-COPIA-A-NOMINA.
           MOVE "N" TO WS-FIN-PRE.
           OPEN INPUT DOC-PRE.
           OPEN OUTPUT DOC-NOMINA.
           PERFORM UNTIL FIN-PRE
               READ DOC-PRE
                   AT END
                       SET FIN-PRE TO TRUE
                   NOT AT END
                       MOVE NOM-REG TO NOM-LINEA
                       WRITE NOM-LINEA
               END-READ
           END-PERFORM.
           CLOSE DOC-NOMINA.
           CLOSE DOC-PRE.
           EXIT.

       100900-AUDITORIA-LOG.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           MOVE WS-TOT-IMPORTE TO WS-TOTAL-EDIT.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "PRENOMINA" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|PRENOMINA " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OBSERVACION) DELIMITED BY SIZE
               " PERIODO " DELIMITED BY SIZE
               WS-PERIODO-INI DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PERIODO-FIN DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM PRENOMINA-DOC.
