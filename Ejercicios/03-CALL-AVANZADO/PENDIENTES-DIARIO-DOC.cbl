      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: DAILY OPEN-ITEMS REPORT "REP-PENDIENTES-DIARIO.txt"
      *          OVER "diario-pendientes.txt" (DPE-REG-DOC): EVERY
      *          SHIFT-HANDOVER ITEM STILL OPEN, GROUPED BY ASSIGNED
      *          OPERATOR, WITH ITS DUE DATE AND DAYS OVERDUE, PLUS THE
      *          ITEMS CLOSED TODAY WITH THEIR RESOLUTION NOTE.
      *          RUNNABLE FROM DRIVER-DIARIO-DOC (REPORTES).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDIENTES-DIARIO-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DIARIO-PENDIENTES
                   ASSIGN TO "diario-pendientes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DPE-REG-ID
                   FILE STATUS WS-STATUS-PEN.

               SELECT REP-PENDIENTES
                   ASSIGN TO "REP-PENDIENTES-DIARIO.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DIARIO-PENDIENTES.
               COPY "DPE-REG-DOC.cpy".

           FD REP-PENDIENTES.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-PEN PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-DIAS-VENCIDO PIC S9(05) VALUE ZEROS.
               05 WS-DIAS-EDIT PIC ZZZZ9.
               05 WS-ESTADO PIC X(10) VALUE SPACES.
               05 WS-TOTAL-ABIERTOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-VENCIDOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-CERRADOS-HOY PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-LISTADOS PIC 9(05) VALUE ZEROS.

      *    PENDIENTES ABIERTOS, PARA AGRUPARLOS POR OPERADOR
      *    ASIGNADO; LOS CERRADOS HOY VAN APARTE.
           01 WS-TABLA-ABIERTOS.
               05 WS-TOTAL-TAB PIC 9(04) VALUE ZEROS.
               05 WS-TAB-ENT OCCURS 2000 TIMES.
                   10 WS-T-ID PIC 9(05).
                   10 WS-T-CATEGORIA PIC X(12).
                   10 WS-T-ASIGNADO PIC X(10).
                   10 WS-T-VENCE PIC 9(08).
                   10 WS-T-TEXTO PIC X(60).
                   10 WS-T-LISTADO PIC X.

           01 WS-TABLA-CERRADOS.
               05 WS-TOTAL-CER PIC 9(04) VALUE ZEROS.
               05 WS-CER-ENT OCCURS 500 TIMES.
                   10 WS-C-ID PIC 9(05).
                   10 WS-C-CERRO PIC X(10).
                   10 WS-C-RESOLUCION PIC X(60).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(04).
               05 WS-IDX-2 PIC 9(04).
               05 WS-ASIGNADO-ACTUAL PIC X(10).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-DESBORDE PIC X VALUE "N".
                   88 TABLA-DESBORDADA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-TOTAL-TAB WS-TOTAL-CER.
           MOVE ZEROS TO WS-TOTAL-ABIERTOS WS-TOTAL-VENCIDOS.
           MOVE ZEROS TO WS-TOTAL-CERRADOS-HOY WS-TOTAL-LISTADOS.
           MOVE "N" TO WS-FIN.
           MOVE "N" TO WS-DESBORDE.
           OPEN INPUT DIARIO-PENDIENTES.
           IF WS-STATUS-PEN NOT = "00"
               DISPLAY "**** NO HAY DIARIO-PENDIENTES.TXT; NO SE "
                       "GENERA EL REPORTE ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100100-CARGA-PENDIENTE UNTIL FIN-ARCHIVO.
           CLOSE DIARIO-PENDIENTES.
           PERFORM 100400-ESCRIBE-REPORTE.
           DISPLAY "**** PENDIENTES: " WS-TOTAL-ABIERTOS
                   " ABIERTOS, " WS-TOTAL-VENCIDOS " VENCIDOS ***".
           DISPLAY "**** REPORTE GENERADO EN "
                   "REP-PENDIENTES-DIARIO.txt ***".
           EXIT.

       100100-CARGA-PENDIENTE.
           READ DIARIO-PENDIENTES
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   IF DPE-ABIERTO
                       PERFORM 100200-GUARDA-ABIERTO
                   END-IF
                   IF DPE-CERRADO
                       AND DPE-REG-FECHA-CIERRE = WS-FECHA-HOY
                       PERFORM 100300-GUARDA-CERRADO
                   END-IF
           END-READ.
           EXIT.

       100200-GUARDA-ABIERTO.
           ADD 1 TO WS-TOTAL-ABIERTOS.
           IF DPE-REG-VENCE NOT = ZEROS
               AND DPE-REG-VENCE < WS-FECHA-HOY
               ADD 1 TO WS-TOTAL-VENCIDOS
           END-IF.
           IF WS-TOTAL-TAB < 2000
               ADD 1 TO WS-TOTAL-TAB
               MOVE DPE-REG-ID TO WS-T-ID(WS-TOTAL-TAB)
               MOVE DPE-REG-CATEGORIA TO WS-T-CATEGORIA(WS-TOTAL-TAB)
               MOVE DPE-REG-ASIGNADO TO WS-T-ASIGNADO(WS-TOTAL-TAB)
               MOVE DPE-REG-VENCE TO WS-T-VENCE(WS-TOTAL-TAB)
               MOVE DPE-REG-TEXTO TO WS-T-TEXTO(WS-TOTAL-TAB)
               MOVE "N" TO WS-T-LISTADO(WS-TOTAL-TAB)
           ELSE
               SET TABLA-DESBORDADA TO TRUE
           END-IF.
           EXIT.

       100300-GUARDA-CERRADO.
           ADD 1 TO WS-TOTAL-CERRADOS-HOY.
           IF WS-TOTAL-CER < 500
               ADD 1 TO WS-TOTAL-CER
               MOVE DPE-REG-ID TO WS-C-ID(WS-TOTAL-CER)
               MOVE DPE-REG-CERRO TO WS-C-CERRO(WS-TOTAL-CER)
               MOVE DPE-REG-RESOLUCION
                   TO WS-C-RESOLUCION(WS-TOTAL-CER)
           END-IF.
           EXIT.

       100400-ESCRIBE-REPORTE.
           OPEN OUTPUT REP-PENDIENTES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "PENDIENTES DE ENTREGA DE TURNO AL " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "ID     CATEGORIA    VENCE    DIAS  ESTADO     TEXTO"
               TO LINEA-TEMP.
           WRITE LINEA-TEMP.

      *    UN BLOQUE POR OPERADOR ASIGNADO, EN EL ORDEN EN QUE
      *    APARECEN; CADA PENDIENTE SE MARCA AL LISTARLO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-TAB
               IF WS-T-LISTADO(WS-IDX) = "N"
                   PERFORM 100410-BLOQUE-OPERADOR
               END-IF
           END-PERFORM.

           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "CERRADOS HOY:" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-CER
               INITIALIZE LINEA-TEMP
               STRING
                   "   " DELIMITED BY SIZE
                   WS-C-ID(WS-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-C-CERRO(WS-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-C-RESOLUCION(WS-IDX) DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-PERFORM.

           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ABIERTOS: " DELIMITED BY SIZE
               WS-TOTAL-ABIERTOS DELIMITED BY SIZE
               "  VENCIDOS: " DELIMITED BY SIZE
               WS-TOTAL-VENCIDOS DELIMITED BY SIZE
               "  CERRADOS HOY: " DELIMITED BY SIZE
               WS-TOTAL-CERRADOS-HOY DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CUADRADO: LISTADOS " DELIMITED BY SIZE
               WS-TOTAL-LISTADOS DELIMITED BY SIZE
               " = ABIERTOS " DELIMITED BY SIZE
               WS-TOTAL-ABIERTOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           IF WS-TOTAL-LISTADOS NOT = WS-TOTAL-ABIERTOS
               MOVE "NO CUADRA" TO LINEA-TEMP(1:9)
           END-IF.
           WRITE LINEA-TEMP.
           IF TABLA-DESBORDADA
               INITIALIZE LINEA-TEMP
               MOVE "**** MAS DE 2000 PENDIENTES ABIERTOS; EL DETALLE "
                   TO LINEA-TEMP
               MOVE "ESTA INCOMPLETO ***" TO LINEA-TEMP(50:19)
               WRITE LINEA-TEMP
           END-IF.
           CLOSE REP-PENDIENTES.
           EXIT.

       100410-BLOQUE-OPERADOR.
           MOVE WS-T-ASIGNADO(WS-IDX) TO WS-ASIGNADO-ACTUAL.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ASIGNADO A: " DELIMITED BY SIZE
               WS-ASIGNADO-ACTUAL DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                   UNTIL WS-IDX-2 > WS-TOTAL-TAB
               IF WS-T-LISTADO(WS-IDX-2) = "N"
                   AND WS-T-ASIGNADO(WS-IDX-2) = WS-ASIGNADO-ACTUAL
                   PERFORM 100420-LINEA-PENDIENTE
               END-IF
           END-PERFORM.
           EXIT.

       100420-LINEA-PENDIENTE.
           MOVE "S" TO WS-T-LISTADO(WS-IDX-2).
           ADD 1 TO WS-TOTAL-LISTADOS.
           MOVE ZEROS TO WS-DIAS-VENCIDO.
           IF WS-T-VENCE(WS-IDX-2) = ZEROS
               MOVE "SIN FECHA" TO WS-ESTADO
           ELSE
               IF WS-T-VENCE(WS-IDX-2) < WS-FECHA-HOY
                   COMPUTE WS-DIAS-VENCIDO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                     - FUNCTION INTEGER-OF-DATE(WS-T-VENCE(WS-IDX-2))
                   MOVE "VENCIDO" TO WS-ESTADO
               ELSE
                   MOVE "EN TIEMPO" TO WS-ESTADO
               END-IF
           END-IF.
           MOVE WS-DIAS-VENCIDO TO WS-DIAS-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               WS-T-ID(WS-IDX-2) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-T-CATEGORIA(WS-IDX-2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-T-VENCE(WS-IDX-2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIAS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESTADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-T-TEXTO(WS-IDX-2) DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM PENDIENTES-DIARIO-DOC.
