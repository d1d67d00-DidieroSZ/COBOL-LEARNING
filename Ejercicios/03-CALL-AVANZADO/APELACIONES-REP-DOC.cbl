      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: GRADE APPEALS REPORT "REP-APELACIONES.txt" FROM
      *          "apelaciones.txt" (APELACION-MAKER-DOC): CUENTA POR
      *          ESTATUS, LISTA DE LAS APELACIONES ABIERTAS CON SUS DIAS
      *          DESDE QUE SE PRESENTARON, Y RESUMEN POR PROFESOR
      *          (DE MAS A MENOS APELACIONES) CON CUANTAS PROCEDIERON
      *          Y CUANTAS SE DECLARARON IMPROCEDENTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APELACIONES-REP-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-APELACIONES ASSIGN TO "apelaciones.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS APE-REG-FOLIO
                   FILE STATUS WS-STATUS-APE.

               SELECT REP-APELACIONES ASSIGN TO "REP-APELACIONES.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-APELACIONES.
               COPY "APE-REG-DOC.cpy".

           FD REP-APELACIONES.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-APE PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-DIAS PIC 9(05) VALUE ZEROS.
               05 WS-ESTATUS-NOMBRE PIC X(12) VALUE SPACES.
               05 WS-TOTAL-LEIDOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ABIERTAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-EN-PROFES PIC 9(05) VALUE ZEROS.
               05 WS-DICTAMINADAS PIC 9(05) VALUE ZEROS.
               05 WS-PORCENTAJE PIC 9(03) VALUE ZEROS.
               05 WS-MAYOR PIC 9(05) VALUE ZEROS.

      *    CONTADORES POR ESTATUS: REGISTRADA, CONTESTADA, PROCEDENTE
      *    POR APLICAR, IMPROCEDENTE Y APLICADA.
           01 WS-CUENTAS-ESTATUS.
               05 WS-CTA-REGISTRADAS PIC 9(05) VALUE ZEROS.
               05 WS-CTA-CONTESTADAS PIC 9(05) VALUE ZEROS.
               05 WS-CTA-POR-APLICAR PIC 9(05) VALUE ZEROS.
               05 WS-CTA-IMPROCEDENTES PIC 9(05) VALUE ZEROS.
               05 WS-CTA-APLICADAS PIC 9(05) VALUE ZEROS.

      *    UNA ENTRADA POR PROFESOR CON APELACIONES.
           01 WS-PROFESORES.
               05 WS-TOTAL-PROFES PIC 9(03) VALUE ZEROS.
               05 WS-TABLA-PROFES OCCURS 300 TIMES.
                   10 WS-P-CLAVE PIC 9(03).
                   10 WS-P-TOTAL PIC 9(05).
                   10 WS-P-PROCEDENTES PIC 9(05).
                   10 WS-P-IMPROCEDENTES PIC 9(05).
                   10 WS-P-ABIERTAS PIC 9(05).
                   10 WS-P-LISTADO PIC X(01).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-HALLADO PIC 9(03).

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           DISPLAY "---------------------------------------".
           DISPLAY "---- REPORTE DE APELACIONES ----".
           DISPLAY "---------------------------------------".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT DOC-APELACIONES.
           IF WS-STATUS-APE NOT = "00"
               DISPLAY "**** NO HAY APELACIONES.TXT; SIN APELACIONES "
                       "REGISTRADAS ***"
           ELSE
               OPEN OUTPUT REP-APELACIONES
               PERFORM 100100-ENCABEZADO
               PERFORM 100200-PROCESA-APELACION UNTIL FIN-ARCHIVO
               CLOSE DOC-APELACIONES
               PERFORM 100400-POR-ESTATUS
               PERFORM 100500-POR-PROFESOR
               PERFORM 100900-CIERRE
               CLOSE REP-APELACIONES
           END-IF.
           EXIT.

       100100-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "APELACIONES DE CALIFICACION AL " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "APELACIONES ABIERTAS" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "FOLIO" TO LINEA-TEMP(1:5).
           MOVE "CLAVE" TO LINEA-TEMP(8:5).
           MOVE "MATER." TO LINEA-TEMP(17:6).
           MOVE "P" TO LINEA-TEMP(25:1).
           MOVE "PRF" TO LINEA-TEMP(27:3).
           MOVE "PRESENTA" TO LINEA-TEMP(32:8).
           MOVE "DIAS" TO LINEA-TEMP(43:4).
           MOVE "ESTATUS" TO LINEA-TEMP(49:7).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100200-PROCESA-APELACION.
           READ DOC-APELACIONES NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LEIDOS
                   PERFORM 100210-CUENTA-ESTATUS
                   PERFORM 100220-ACUMULA-PROFESOR
                   IF APE-ABIERTA
                       PERFORM 100230-LISTA-ABIERTA
                   END-IF
           END-READ.
           EXIT.

       100210-CUENTA-ESTATUS.
           EVALUATE TRUE
               WHEN APE-REGISTRADA
                   ADD 1 TO WS-CTA-REGISTRADAS
                   MOVE "REGISTRADA" TO WS-ESTATUS-NOMBRE
               WHEN APE-CONTESTADA
                   ADD 1 TO WS-CTA-CONTESTADAS
                   MOVE "CONTESTADA" TO WS-ESTATUS-NOMBRE
               WHEN APE-POR-APLICAR
                   ADD 1 TO WS-CTA-POR-APLICAR
                   MOVE "POR APLICAR" TO WS-ESTATUS-NOMBRE
               WHEN APE-RECHAZADA
                   ADD 1 TO WS-CTA-IMPROCEDENTES
                   MOVE "IMPROCEDENTE" TO WS-ESTATUS-NOMBRE
               WHEN OTHER
                   ADD 1 TO WS-CTA-APLICADAS
                   MOVE "APLICADA" TO WS-ESTATUS-NOMBRE
           END-EVALUATE.
           EXIT.

       100220-ACUMULA-PROFESOR.
           MOVE ZEROS TO WS-IDX-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-PROFES
               IF WS-P-CLAVE(WS-IDX) = APE-REG-PROFESOR
                   MOVE WS-IDX TO WS-IDX-HALLADO
               END-IF
           END-PERFORM.
           IF WS-IDX-HALLADO = ZEROS
               IF WS-TOTAL-PROFES >= 300
                   DISPLAY "**** MAS DE 300 PROFESORES; SE OMITE EL "
                           "FOLIO " APE-REG-FOLIO " ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-PROFES
               MOVE WS-TOTAL-PROFES TO WS-IDX-HALLADO
               INITIALIZE WS-TABLA-PROFES(WS-IDX-HALLADO)
               MOVE APE-REG-PROFESOR TO WS-P-CLAVE(WS-IDX-HALLADO)
               MOVE "N" TO WS-P-LISTADO(WS-IDX-HALLADO)
           END-IF.
           ADD 1 TO WS-P-TOTAL(WS-IDX-HALLADO).
           EVALUATE TRUE
               WHEN APE-POR-APLICAR OR APE-APLICADA
                   ADD 1 TO WS-P-PROCEDENTES(WS-IDX-HALLADO)
               WHEN APE-RECHAZADA
                   ADD 1 TO WS-P-IMPROCEDENTES(WS-IDX-HALLADO)
               WHEN OTHER
                   ADD 1 TO WS-P-ABIERTAS(WS-IDX-HALLADO)
           END-EVALUATE.
           EXIT.

       100230-LISTA-ABIERTA.
           ADD 1 TO WS-TOTAL-ABIERTAS.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE(APE-REG-FECHA-PRESENTA).
           INITIALIZE LINEA-TEMP.
           STRING
               APE-REG-FOLIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APE-REG-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APE-REG-MATERIA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               APE-REG-PARCIAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APE-REG-PROFESOR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               APE-REG-FECHA-PRESENTA DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-DIAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESTATUS-NOMBRE DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100400-POR-ESTATUS.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "APELACIONES POR ESTATUS" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "REGISTRADAS: " DELIMITED BY SIZE
               WS-CTA-REGISTRADAS DELIMITED BY SIZE
               "  CONTESTADAS: " DELIMITED BY SIZE
               WS-CTA-CONTESTADAS DELIMITED BY SIZE
               "  PROCEDENTES POR APLICAR: " DELIMITED BY SIZE
               WS-CTA-POR-APLICAR DELIMITED BY SIZE
               "  APLICADAS: " DELIMITED BY SIZE
               WS-CTA-APLICADAS DELIMITED BY SIZE
               "  IMPROCEDENTES: " DELIMITED BY SIZE
               WS-CTA-IMPROCEDENTES DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-POR-PROFESOR.
      *    DE MAS A MENOS APELACIONES: SE TOMA CADA VEZ EL PROFESOR
      *    NO LISTADO CON MAS APELACIONES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "APELACIONES POR PROFESOR" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "PROF" TO LINEA-TEMP(1:4).
           MOVE "NOMBRE" TO LINEA-TEMP(6:6).
           MOVE "TOTAL" TO LINEA-TEMP(38:5).
           MOVE "PROC." TO LINEA-TEMP(45:5).
           MOVE "IMPR." TO LINEA-TEMP(52:5).
           MOVE "ABIER" TO LINEA-TEMP(59:5).
           MOVE "%PROC" TO LINEA-TEMP(66:5).
           WRITE LINEA-TEMP.
           MOVE 1 TO WS-IDX-HALLADO.
           PERFORM UNTIL WS-IDX-HALLADO = ZEROS
               MOVE ZEROS TO WS-IDX-HALLADO
               MOVE ZEROS TO WS-MAYOR
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TOTAL-PROFES
                   IF WS-P-LISTADO(WS-IDX) = "N"
                       AND WS-P-TOTAL(WS-IDX) > WS-MAYOR
                       MOVE WS-P-TOTAL(WS-IDX) TO WS-MAYOR
                       MOVE WS-IDX TO WS-IDX-HALLADO
                   END-IF
               END-PERFORM
               IF WS-IDX-HALLADO > ZEROS
                   MOVE "S" TO WS-P-LISTADO(WS-IDX-HALLADO)
                   PERFORM 100510-LINEA-PROFESOR
               END-IF
           END-PERFORM.
           EXIT.

       100510-LINEA-PROFESOR.
           ADD WS-P-TOTAL(WS-IDX-HALLADO) TO WS-TOTAL-EN-PROFES.
           MOVE SPACES TO WS-PROF-NOMBRE-LK.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           MOVE WS-P-CLAVE(WS-IDX-HALLADO) TO WS-PROF-CLAVE-LK.
           CALL "PROFESOR-SEARCH" USING
               WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK WS-PROF-ENCONTRADO.
           IF NOT PROFESOR-ENCONTRADO
               MOVE "** PROFESOR NO CATALOGADO **"
                   TO WS-PROF-NOMBRE-LK
           END-IF.
      *    PORCENTAJE DE PROCEDENTES SOBRE LAS YA DICTAMINADAS.
           COMPUTE WS-DICTAMINADAS =
               WS-P-PROCEDENTES(WS-IDX-HALLADO)
               + WS-P-IMPROCEDENTES(WS-IDX-HALLADO).
           MOVE ZEROS TO WS-PORCENTAJE.
           IF WS-DICTAMINADAS > ZEROS
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-P-PROCEDENTES(WS-IDX-HALLADO) * 100
                   / WS-DICTAMINADAS
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               WS-P-CLAVE(WS-IDX-HALLADO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PROF-NOMBRE-LK DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-P-TOTAL(WS-IDX-HALLADO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-P-PROCEDENTES(WS-IDX-HALLADO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-P-IMPROCEDENTES(WS-IDX-HALLADO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-P-ABIERTAS(WS-IDX-HALLADO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PORCENTAJE DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100900-CIERRE.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-EN-PROFES = WS-TOTAL-LEIDOS
               STRING
                   "CUADRADO: APELACIONES LEIDAS " DELIMITED BY SIZE
                   WS-TOTAL-LEIDOS DELIMITED BY SIZE
                   " = SUMA POR PROFESOR " DELIMITED BY SIZE
                   WS-TOTAL-EN-PROFES DELIMITED BY SIZE
                   "  ABIERTAS " DELIMITED BY SIZE
                   WS-TOTAL-ABIERTAS DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               STRING
                   "NO CUADRA: APELACIONES LEIDAS " DELIMITED BY SIZE
                   WS-TOTAL-LEIDOS DELIMITED BY SIZE
                   " <> SUMA POR PROFESOR " DELIMITED BY SIZE
                   WS-TOTAL-EN-PROFES DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           DISPLAY "**** REPORTE GENERADO EN REP-APELACIONES.txt ***".
           EXIT.

       END PROGRAM APELACIONES-REP-DOC.
