      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RETURN THE NO-ADEUDO CLEARANCE OF A STUDENT FROM
      *          "no-adeudo.txt": ONE STATUS LETTER PER AREA IN THE
      *          ORDER BIBLIOTECA, LABORATORIO, FINANZAS, CONTROL
      *          ESCOLAR ("L" LIBERADO, "O" OVERRIDE ADMIN, "S" SALDO
      *          CERO, "A" ADEUDO REGISTRADO, "N" SIN FIRMA) AND "S"
      *          IN LK-LIBERADO ONLY WHEN NO AREA BLOCKS. FINANZAS SE
      *          LIBERA SOLA CUANDO PAGOS-SALDO-SEARCH DA SALDO CERO,
      *          A MENOS QUE CAJA HAYA REGISTRADO UN ADEUDO EXPRESO.
      *          LO USAN GRADUACION-DOC, DATA-EST-BAJA Y
      *          NO-ADEUDO-REP-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NO-ADEUDO-SEARCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT DOC-NO-ADEUDO ASSIGN TO "no-adeudo.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NAD-REG-LLAVE
                   FILE STATUS IS WS-STATUS-NAD.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-NO-ADEUDO.
               COPY "NAD-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-NAD PIC XX.
               05 WS-SALDO-VENCIDO PIC S9(07)V99 VALUE ZEROS.
               05 WS-SALDO-TOTAL PIC S9(07)V99 VALUE ZEROS.
               05 WS-AREA-LETRAS PIC X(04) VALUE "BLFE".
               05 WS-IDX PIC 9(01).

       LINKAGE SECTION.
           01 LK-CLAVE PIC 9(08).
           01 LK-FECHA-CORTE PIC 9(08).
           01 LK-AREAS PIC X(04).
           01 LK-LIBERADO PIC X.
               88 LK-SIN-BLOQUEO VALUE "S".
               88 LK-BLOQUEADO VALUE "N".

       PROCEDURE DIVISION USING LK-CLAVE LK-FECHA-CORTE LK-AREAS
           LK-LIBERADO.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
           MOVE "NNNN" TO LK-AREAS.
           OPEN INPUT DOC-NO-ADEUDO.
           IF WS-STATUS-NAD = "00"
               PERFORM 100100-LEE-AREA
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               CLOSE DOC-NO-ADEUDO
           END-IF.
      *    FINANZAS SIN FIRMA NI ADEUDO EXPRESO: DECIDE EL SALDO DEL
      *    DIARIO DE PAGOS A LA FECHA DE CORTE.
           IF LK-AREAS(3:1) = "N"
               CALL "PAGOS-SALDO-SEARCH" USING
                   LK-CLAVE LK-FECHA-CORTE
                   WS-SALDO-VENCIDO WS-SALDO-TOTAL
               IF WS-SALDO-TOTAL NOT > ZEROS
                   MOVE "S" TO LK-AREAS(3:1)
               END-IF
           END-IF.
           SET LK-SIN-BLOQUEO TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF LK-AREAS(WS-IDX:1) = "A"
                   OR LK-AREAS(WS-IDX:1) = "N"
                   SET LK-BLOQUEADO TO TRUE
               END-IF
           END-PERFORM.
           EXIT.

       100100-LEE-AREA.
           MOVE LK-CLAVE TO NAD-REG-CLAVE.
           MOVE WS-AREA-LETRAS(WS-IDX:1) TO NAD-REG-AREA.
           READ DOC-NO-ADEUDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NAD-REG-ESTATUS TO LK-AREAS(WS-IDX:1)
           END-READ.
           EXIT.

       END PROGRAM NO-ADEUDO-SEARCH.
