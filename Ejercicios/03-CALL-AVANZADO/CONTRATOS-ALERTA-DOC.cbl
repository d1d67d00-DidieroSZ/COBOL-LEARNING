      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MONTHLY ALERT "REP-CONTRATOS-ALERTA.txt" OF THE
      *          PROFESSORS WHOSE CONTRACT (PER-REG-FECHA-FIN) OR
      *          TEACHING CREDENTIAL (PER-REG-VIGENCIA-CREDENCIAL)
      *          ENDS WITHIN ALERTA-DIAS DAYS ("parametros.txt",
      *          30 SI NO EXISTE) OR HAS ALREADY LAPSED, AND THAT
      *          STILL HAVE GRUPOS IN "materias.txt" OR IN
      *          "materias-propuesta.txt". AL FINAL SE LISTAN LOS
      *          PROFESORES CON GRUPOS QUE NO TIENEN EXPEDIENTE EN
      *          "personal-profes.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATOS-ALERTA-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-PERSONAL ASSIGN TO "personal-profes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PER-REG-PROFE-CLAVE
                   FILE STATUS WS-STATUS-PER.

               SELECT MAT-DOC ASSIGN TO "materias.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT DOC-PROPUESTA ASSIGN TO "materias-propuesta.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-PRO.

               SELECT REP-ALERTA ASSIGN TO "REP-CONTRATOS-ALERTA.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-PERSONAL.
               COPY "PER-REG-DOC.cpy".

           FD MAT-DOC.
               COPY "MAT-REG-DOC.cpy".

           FD DOC-PROPUESTA.
      *    IMAGEN FIJA DE 66 POSICIONES DE MAT-REG-DOC.
               01 PRO-REG PIC X(66).
               01 PRO-REG-CAMPOS REDEFINES PRO-REG.
                   05 PRO-LLAVE PIC X(06).
                   05 PRO-NOMBRE PIC X(20).
                   05 PRO-PROFE PIC 9(03).
                   05 FILLER PIC X(37).

           FD REP-ALERTA.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-PER PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-PRO PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-DIAS-ALERTA PIC 9(05) VALUE 30.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-DIA-HOY PIC 9(07) VALUE ZEROS.
               05 WS-DIAS-RESTAN PIC S9(05) VALUE ZEROS.
               05 WS-DIAS-EDIT PIC -ZZZZ9.
               05 WS-CONCEPTO PIC X(11) VALUE SPACES.
               05 WS-FECHA-VENCE PIC 9(08) VALUE ZEROS.
               05 WS-ALERTAS PIC 9(04) VALUE ZEROS.
               05 WS-SIN-EXPEDIENTE PIC 9(04) VALUE ZEROS.

           01 PAR-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

      *    GRUPOS POR PROFESOR, INDEXADO DIRECTO POR SU CLAVE:
      *    VIGENTES (materias.txt), PROPUESTOS (materias-propuesta)
      *    Y SI TIENE EXPEDIENTE.
           01 WS-GRUPOS-PROFES.
               05 WS-GP-ENT OCCURS 999 TIMES.
                   10 WS-GP-VIGENTES PIC 9(03).
                   10 WS-GP-PROPUESTOS PIC 9(03).
                   10 WS-GP-EXPEDIENTE PIC X.

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-PUNTEADA PIC X(132) VALUE ALL "-".

           01 SWITCHES.
               05 WS-FIN-PER PIC X VALUE "N".
                   88 FIN-PERSONAL VALUE "S".
               05 WS-FIN-MAT PIC X VALUE "N".
                   88 FIN-MATERIAS VALUE "S".
               05 WS-FIN-PRO PIC X VALUE "N".
                   88 FIN-PROPUESTA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           MOVE "ALERTA-DIAS" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR > ZEROS
               MOVE WS-PARAM-VALOR TO WS-DIAS-ALERTA
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           INITIALIZE WS-GRUPOS-PROFES.
           PERFORM 100100-CUENTA-VIGENTES.
           PERFORM 100150-CUENTA-PROPUESTOS.
           OPEN OUTPUT REP-ALERTA.
           PERFORM 100200-ENCABEZADO.
           OPEN INPUT DOC-PERSONAL.
           IF WS-STATUS-PER NOT = "00"
               DISPLAY "**** PERSONAL-PROFES.TXT NO EXISTE TODAVIA ***"
           ELSE
               PERFORM UNTIL FIN-PERSONAL
                   READ DOC-PERSONAL NEXT RECORD
                       AT END
                           SET FIN-PERSONAL TO TRUE
                       NOT AT END
                           PERFORM 100300-REVISA-EXPEDIENTE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-PERSONAL.
           PERFORM 100400-SIN-EXPEDIENTE.
           CLOSE REP-ALERTA.
           DISPLAY "**** " WS-ALERTAS " ALERTAS, " WS-SIN-EXPEDIENTE
                   " PROFESORES SIN EXPEDIENTE; VER "
                   "REP-CONTRATOS-ALERTA.txt ***".
           EXIT.

       100100-CUENTA-VIGENTES.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT = "00"
               PERFORM UNTIL FIN-MATERIAS
                   READ MAT-DOC NEXT RECORD
                       AT END
                           SET FIN-MATERIAS TO TRUE
                       NOT AT END
                           IF MAT-REG-PROFE-CLAVE > ZEROS
                               AND MAT-REG-ESTATUS NOT = "C"
                               ADD 1 TO
                                   WS-GP-VIGENTES(MAT-REG-PROFE-CLAVE)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MAT-DOC.
           EXIT.

       100150-CUENTA-PROPUESTOS.
           OPEN INPUT DOC-PROPUESTA.
           IF WS-STATUS-PRO = "00"
               PERFORM UNTIL FIN-PROPUESTA
                   READ DOC-PROPUESTA
                       AT END
                           SET FIN-PROPUESTA TO TRUE
                       NOT AT END
                           IF PRO-PROFE IS NUMERIC
                               AND PRO-PROFE > ZEROS
                               ADD 1 TO WS-GP-PROPUESTOS(PRO-PROFE)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-PROPUESTA.
           EXIT.

       100200-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CONTRATOS Y CREDENCIALES POR VENCER - CORTE "
                   DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               " - HORIZONTE " DELIMITED BY SIZE
               WS-DIAS-ALERTA DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100300-REVISA-EXPEDIENTE.
           IF PER-REG-PROFE-CLAVE = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-GP-EXPEDIENTE(PER-REG-PROFE-CLAVE).
      *    SOLO IMPORTA SI TODAVIA TIENE GRUPOS ASIGNADOS.
           IF WS-GP-VIGENTES(PER-REG-PROFE-CLAVE) = ZEROS
               AND WS-GP-PROPUESTOS(PER-REG-PROFE-CLAVE) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF PER-REG-FECHA-FIN > ZEROS
               MOVE "CONTRATO" TO WS-CONCEPTO
               MOVE PER-REG-FECHA-FIN TO WS-FECHA-VENCE
               PERFORM 100310-EVALUA-VENCIMIENTO
           END-IF.
           IF PER-REG-VIGENCIA-CREDENCIAL > ZEROS
               MOVE "CREDENCIAL" TO WS-CONCEPTO
               MOVE PER-REG-VIGENCIA-CREDENCIAL TO WS-FECHA-VENCE
               PERFORM 100310-EVALUA-VENCIMIENTO
           END-IF.
           EXIT.

       100310-EVALUA-VENCIMIENTO.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-VENCE) NOT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIAS-RESTAN =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-VENCE) - WS-DIA-HOY.
           IF WS-DIAS-RESTAN > WS-DIAS-ALERTA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ALERTAS.
           PERFORM 100320-RESUELVE-PROFESOR.
           MOVE WS-DIAS-RESTAN TO WS-DIAS-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               PER-REG-PROFE-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROF-NOMBRE-LK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CONCEPTO DELIMITED BY SIZE
               " VENCE " DELIMITED BY SIZE
               WS-FECHA-VENCE DELIMITED BY SIZE
               " DIAS " DELIMITED BY SIZE
               WS-DIAS-EDIT DELIMITED BY SIZE
               " GRUPOS VIGENTES " DELIMITED BY SIZE
               WS-GP-VIGENTES(PER-REG-PROFE-CLAVE) DELIMITED BY SIZE
               " PROPUESTOS " DELIMITED BY SIZE
               WS-GP-PROPUESTOS(PER-REG-PROFE-CLAVE) DELIMITED BY SIZE
           INTO LINEA-TEMP.
           IF WS-DIAS-RESTAN < ZEROS
               MOVE "** VENCIDO **" TO LINEA-TEMP(119:13)
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       100320-RESUELVE-PROFESOR.
           MOVE SPACES TO WS-PROF-NOMBRE-LK.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           MOVE PER-REG-PROFE-CLAVE TO WS-PROF-CLAVE-LK.
           CALL "PROFESOR-SEARCH" USING
               WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK WS-PROF-ENCONTRADO.
           IF NOT PROFESOR-ENCONTRADO
               MOVE "** PROFESOR NO CATALOGADO **" TO WS-PROF-NOMBRE-LK
           END-IF.
           EXIT.

       100400-SIN-EXPEDIENTE.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "PROFESORES CON GRUPOS Y SIN EXPEDIENTE DE PERSONAL:"
               TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
               IF WS-GP-EXPEDIENTE(WS-IDX) NOT = "S"
                   AND (WS-GP-VIGENTES(WS-IDX) > ZEROS
                   OR WS-GP-PROPUESTOS(WS-IDX) > ZEROS)
                   ADD 1 TO WS-SIN-EXPEDIENTE
                   INITIALIZE LINEA-TEMP
                   STRING
                       "   PROFESOR " DELIMITED BY SIZE
                       WS-IDX DELIMITED BY SIZE
                       " GRUPOS VIGENTES " DELIMITED BY SIZE
                       WS-GP-VIGENTES(WS-IDX) DELIMITED BY SIZE
                       " PROPUESTOS " DELIMITED BY SIZE
                       WS-GP-PROPUESTOS(WS-IDX) DELIMITED BY SIZE
                   INTO LINEA-TEMP
                   WRITE LINEA-TEMP
               END-IF
           END-PERFORM.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-PUNTEADA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ALERTAS: " DELIMITED BY SIZE
               WS-ALERTAS DELIMITED BY SIZE
               "  SIN EXPEDIENTE: " DELIMITED BY SIZE
               WS-SIN-EXPEDIENTE DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM CONTRATOS-ALERTA-DOC.
