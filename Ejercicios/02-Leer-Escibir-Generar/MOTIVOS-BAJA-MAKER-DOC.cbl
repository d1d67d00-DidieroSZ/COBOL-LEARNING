      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN THE BAJA REASON CATALOG "motivos-baja.txt"
      *          (CODIGO DE 4 + DESCRIPCION + CATEGORIA). DATA-EST-BAJA
      *          PIDE EL MOTIVO AL DAR UNA BAJA DEFINITIVA Y
      *          DESERCION-DOC AGRUPA LAS BAJAS POR MOTIVO Y CATEGORIA
      *          (ECONOMICO, ACADEMICO, DISTANCIA, TRANSFERENCIA A OTRA
      *          ESCUELA, PERSONAL U OTRO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOTIVOS-BAJA-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-MOTIVOS ASSIGN TO "motivos-baja.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MTB-REG-CODIGO
           FILE STATUS IS WS-STATUS-MTB.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-MOTIVOS.
           01 MTB-REG-DOC.
               05 MTB-REG-CODIGO PIC X(04).
               05 MTB-REG-DESCRIPCION PIC X(30).
      *        E ECONOMICO, A ACADEMICO, D DISTANCIA, T TRANSFERENCIA,
      *        P PERSONAL, O OTRO.
               05 MTB-REG-CATEGORIA PIC X(01).

       WORKING-STORAGE SECTION.
           01 IN-DATA.
               05 WS-CODIGO PIC X(04) VALUE SPACES.
               05 WS-DESCRIPCION PIC X(30) VALUE SPACES.
               05 WS-CATEGORIA PIC X(01) VALUE SPACES.
                   88 CATEGORIA-VALIDA VALUE "E" "A" "D" "T" "P" "O".

           01 WS-VARIABLES.
               05 WS-STATUS-MTB PIC XX.
               05 WS-MODO PIC 9 VALUE 0.

           01 SWITCHES.
               05 WS-FIN-LISTA PIC X VALUE "N".
                   88 FIN-LISTA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100005-ABRE-MOTIVOS.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-MOTIVOS.
       STOP RUN.

       100005-ABRE-MOTIVOS.
           OPEN I-O DOC-MOTIVOS.
           IF WS-STATUS-MTB = "35"
               OPEN OUTPUT DOC-MOTIVOS
               CLOSE DOC-MOTIVOS
               OPEN I-O DOC-MOTIVOS
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] CAPTURAR / ACTUALIZAR MOTIVO".
           DISPLAY "  [2] ELIMINAR MOTIVO".
           DISPLAY "  [3] LISTAR MOTIVOS".
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

       100100-CAPTURA.
           DISPLAY "LOG -- CODIGO (EJ. ECO1): " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           DISPLAY "LOG -- DESCRIPCION: ".
           ACCEPT WS-DESCRIPCION.
           MOVE FUNCTION UPPER-CASE(WS-DESCRIPCION)
               TO WS-DESCRIPCION.
           MOVE SPACES TO WS-CATEGORIA.
           PERFORM UNTIL CATEGORIA-VALIDA
               DISPLAY "LOG -- CATEGORIA (E=ECONOMICO A=ACADEMICO "
                       "D=DISTANCIA T=TRANSFERENCIA P=PERSONAL "
                       "O=OTRO): " WITH NO ADVANCING
               ACCEPT WS-CATEGORIA
               MOVE FUNCTION UPPER-CASE(WS-CATEGORIA) TO WS-CATEGORIA
           END-PERFORM.
           INITIALIZE MTB-REG-DOC.
           MOVE WS-CODIGO TO MTB-REG-CODIGO.
           MOVE WS-DESCRIPCION TO MTB-REG-DESCRIPCION.
           MOVE WS-CATEGORIA TO MTB-REG-CATEGORIA.
           WRITE MTB-REG-DOC
               INVALID KEY
                   REWRITE MTB-REG-DOC
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-STATUS-MTB = "00" OR WS-STATUS-MTB = "02"
               DISPLAY "**** MOTIVO GUARDADO ***"
           ELSE
               DISPLAY "**** ERROR AL GUARDAR, STATUS: "
                       WS-STATUS-MTB
           END-IF.
           EXIT.

       100200-ELIMINA.
           DISPLAY "LOG -- CODIGO A ELIMINAR: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO.
           MOVE WS-CODIGO TO MTB-REG-CODIGO.
           DELETE DOC-MOTIVOS
               INVALID KEY
                   DISPLAY "**** MOTIVO NO ENCONTRADO ***"
               NOT INVALID KEY
                   DISPLAY "**** MOTIVO ELIMINADO ***"
           END-DELETE.
           EXIT.

       100300-LISTA.
           CLOSE DOC-MOTIVOS.
           OPEN INPUT DOC-MOTIVOS.
           MOVE "N" TO WS-FIN-LISTA.
           PERFORM UNTIL FIN-LISTA
               READ DOC-MOTIVOS NEXT RECORD
                   AT END
                       SET FIN-LISTA TO TRUE
                   NOT AT END
                       DISPLAY MTB-REG-CODIGO " "
                               MTB-REG-DESCRIPCION " "
                               MTB-REG-CATEGORIA
               END-READ
           END-PERFORM.
           CLOSE DOC-MOTIVOS.
           OPEN I-O DOC-MOTIVOS.
           EXIT.

       END PROGRAM MOTIVOS-BAJA-MAKER-DOC.
