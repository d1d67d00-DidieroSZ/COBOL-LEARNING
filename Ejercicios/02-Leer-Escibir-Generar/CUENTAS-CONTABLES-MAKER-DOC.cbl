      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN THE LEDGER-ACCOUNT CATALOG
      *          "cuentas-contables.txt" (CTA-REG-DOC): POR CONCEPTO Y
      *          PLANTEL, LA CUENTA DE INGRESOS, LA DE CUENTAS POR
      *          COBRAR Y LA DE BANCOS DEL SISTEMA DE CONTABILIDAD.
      *          CON ESTE CATALOGO POLIZAS-DOC CONVIERTE LOS
      *          MOVIMIENTOS DEL DIA EN POLIZAS SIN CAPTURA A MANO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUENTAS-CONTABLES-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-CUENTAS ASSIGN TO "cuentas-contables.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-REG-LLAVE
           FILE STATUS IS WS-STATUS-CTA.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-CUENTAS.
           COPY "CTA-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 IN-DATA.
               05 WS-CONCEPTO PIC X(20) VALUE SPACES.
               05 WS-PLANTEL PIC 9(02) VALUE ZEROS.
               05 WS-INGRESO PIC X(20) VALUE SPACES.
               05 WS-CXC PIC X(20) VALUE SPACES.
               05 WS-BANCO PIC X(20) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-CTA PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-CONCEPTO-DESC-LK PIC X(30).
               05 WS-CONCEPTO-VALIDO PIC X.
                   88 CONCEPTO-NO-EXISTE VALUE "N".
               05 WS-PLANTEL-LK PIC X(02).
               05 WS-PLANTEL-NOMBRE-LK PIC A(30).
               05 WS-PLANTEL-VALIDO PIC X.

           01 SWITCHES.
               05 WS-FIN-LISTA PIC X VALUE "N".
                   88 FIN-LISTA VALUE "S".
               05 WS-CAPTURA-OK PIC X VALUE "N".
                   88 CAPTURA-OK VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       PERFORM 100005-ABRE-CUENTAS.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-CUENTAS.
       STOP RUN.

       100001-CAPTURA-OPERADOR.
           DISPLAY "LOG -- OPERADOR (CONTABILIDAD): "
                   WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           EXIT.

       100005-ABRE-CUENTAS.
           OPEN I-O DOC-CUENTAS.
           IF WS-STATUS-CTA = "35"
               OPEN OUTPUT DOC-CUENTAS
               CLOSE DOC-CUENTAS
               OPEN I-O DOC-CUENTAS
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] CAPTURAR / ACTUALIZAR CUENTAS".
           DISPLAY "  [2] ELIMINAR CUENTAS".
           DISPLAY "  [3] LISTAR CATALOGO".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-CAPTURA
               WHEN 2
                   PERFORM 100200-ELIMINA
               WHEN 3
                   PERFORM 100300-LISTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-LLAVE.
      *    EL CONCEPTO DEBE EXISTIR EN CONCEPTOS.TXT (SALVO "RECARGO",
      *    QUE AGRUPA LOS RECARGOS DE TODOS LOS MESES) Y EL PLANTEL EN
      *    PLANTELES.TXT (SALVO 00, LA CUENTA GENERAL).
           MOVE "N" TO WS-CAPTURA-OK.
           DISPLAY "LOG -- CONCEPTO (EJ. COLEG-09, RECARGO): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONCEPTO.
           MOVE FUNCTION UPPER-CASE(WS-CONCEPTO) TO WS-CONCEPTO.
           IF WS-CONCEPTO NOT = "RECARGO"
               MOVE "N" TO WS-CONCEPTO-VALIDO
               CALL "CONCEPTO-SEARCH" USING
                   WS-CONCEPTO WS-CONCEPTO-DESC-LK WS-CONCEPTO-VALIDO
               IF CONCEPTO-NO-EXISTE
                   DISPLAY "**** CONCEPTO NO EXISTE EN "
                           "CONCEPTOS.TXT ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "LOG -- PLANTEL (00 = GENERAL): " WITH NO ADVANCING.
           ACCEPT WS-PLANTEL.
           IF WS-PLANTEL NOT = ZEROS
               MOVE WS-PLANTEL TO WS-PLANTEL-LK
               MOVE SPACES TO WS-PLANTEL-NOMBRE-LK
               MOVE "N" TO WS-PLANTEL-VALIDO
               CALL "PLANTEL-SEARCH" USING
                   WS-PLANTEL-LK WS-PLANTEL-NOMBRE-LK WS-PLANTEL-VALIDO
               IF WS-PLANTEL-VALIDO NOT = "S"
                   DISPLAY "**** PLANTEL NO EXISTE EN PLANTELES.TXT ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET CAPTURA-OK TO TRUE.
           EXIT.

       100100-CAPTURA.
           PERFORM 100050-CAPTURA-LLAVE.
           IF NOT CAPTURA-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONCEPTO TO CTA-REG-CONCEPTO.
           MOVE WS-PLANTEL TO CTA-REG-PLANTEL.
           READ DOC-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "INGRESOS ACTUAL:  " CTA-REG-INGRESO
                   DISPLAY "POR COBRAR ACTUAL: " CTA-REG-CXC
                   DISPLAY "BANCOS ACTUAL:    " CTA-REG-BANCO
           END-READ.
           MOVE SPACES TO WS-INGRESO.
           MOVE SPACES TO WS-CXC.
           MOVE SPACES TO WS-BANCO.
           PERFORM UNTIL WS-INGRESO NOT = SPACES
               DISPLAY "LOG -- CUENTA DE INGRESOS: " WITH NO ADVANCING
               ACCEPT WS-INGRESO
           END-PERFORM.
           PERFORM UNTIL WS-CXC NOT = SPACES
               DISPLAY "LOG -- CUENTA POR COBRAR: " WITH NO ADVANCING
               ACCEPT WS-CXC
           END-PERFORM.
           PERFORM UNTIL WS-BANCO NOT = SPACES
               DISPLAY "LOG -- CUENTA DE BANCOS: " WITH NO ADVANCING
               ACCEPT WS-BANCO
           END-PERFORM.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           INITIALIZE CTA-REG-DOC.
           MOVE WS-CONCEPTO TO CTA-REG-CONCEPTO.
           MOVE WS-PLANTEL TO CTA-REG-PLANTEL.
           MOVE FUNCTION UPPER-CASE(WS-INGRESO) TO CTA-REG-INGRESO.
           MOVE FUNCTION UPPER-CASE(WS-CXC) TO CTA-REG-CXC.
           MOVE FUNCTION UPPER-CASE(WS-BANCO) TO CTA-REG-BANCO.
           MOVE WS-AUD-FECHA TO CTA-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR TO CTA-REG-OPERADOR.
           WRITE CTA-REG-DOC
               INVALID KEY
                   REWRITE CTA-REG-DOC
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-STATUS-CTA = "00" OR WS-STATUS-CTA = "02"
               DISPLAY "**** CUENTAS GUARDADAS ***"
           ELSE
               DISPLAY "**** ERROR AL GUARDAR, STATUS: "
                       WS-STATUS-CTA
           END-IF.
           EXIT.

       100200-ELIMINA.
           DISPLAY "LOG -- CONCEPTO A ELIMINAR: " WITH NO ADVANCING.
           ACCEPT WS-CONCEPTO.
           MOVE FUNCTION UPPER-CASE(WS-CONCEPTO) TO WS-CONCEPTO.
           DISPLAY "LOG -- PLANTEL (00 = GENERAL): " WITH NO ADVANCING.
           ACCEPT WS-PLANTEL.
           MOVE WS-CONCEPTO TO CTA-REG-CONCEPTO.
           MOVE WS-PLANTEL TO CTA-REG-PLANTEL.
           DELETE DOC-CUENTAS
               INVALID KEY
                   DISPLAY "**** CUENTAS NO ENCONTRADAS ***"
               NOT INVALID KEY
                   DISPLAY "**** CUENTAS ELIMINADAS ***"
           END-DELETE.
           EXIT.

       100300-LISTA.
           CLOSE DOC-CUENTAS.
           OPEN INPUT DOC-CUENTAS.
           MOVE "N" TO WS-FIN-LISTA.
           PERFORM UNTIL FIN-LISTA
               READ DOC-CUENTAS NEXT RECORD
                   AT END
                       SET FIN-LISTA TO TRUE
                   NOT AT END
                       DISPLAY CTA-REG-CONCEPTO " "
                               CTA-REG-PLANTEL " "
                               CTA-REG-INGRESO " "
                               CTA-REG-CXC " "
                               CTA-REG-BANCO
               END-READ
           END-PERFORM.
           CLOSE DOC-CUENTAS.
           OPEN I-O DOC-CUENTAS.
           EXIT.

       END PROGRAM CUENTAS-CONTABLES-MAKER-DOC.
