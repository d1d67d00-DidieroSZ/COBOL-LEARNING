      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN THE SYLLABUS FILE "temario.txt"
      *          (TEM-REG-DOC, KEYED BY MATERIA + UNIDAD, WITH THE
      *          WEEK OF THE CICLO IN WHICH EACH UNIDAD IS PLANNED).
      *          LA MATERIA DEBE EXISTIR EN "materias.txt" (CUALQUIER
      *          GRUPO); EL TEMARIO ES UNO PARA TODOS SUS GRUPOS. EL
      *          AVANCE SE CAPTURA EN AVANCE-PROGRAMATICO-DOC. EVERY
      *          MOVEMENT IS LOGGED TO "auditoria.txt" LIKE THE OTHER
      *          MAKER PROGRAMS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMARIO-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-TEMARIO ASSIGN TO "temario.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEM-REG-LLAVE
           FILE STATUS IS WS-STATUS-TEM.
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-REG-LLAVE
           FILE STATUS IS WS-STATUS-MAT.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-TEMARIO.
           COPY "TEM-REG-DOC.cpy".

           FD MAT-DOC.
           COPY "MAT-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-TEM PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-MATERIA PIC X(04) VALUE SPACES.
               05 WS-UNIDAD PIC 9(02) VALUE ZEROS.
               05 WS-NOMBRE-UNIDAD PIC X(40) VALUE SPACES.
               05 WS-SEMANA PIC 9(02) VALUE ZEROS.
               05 WS-MOVIMIENTO PIC X(10) VALUE SPACES.
               05 WS-LISTADAS PIC 9(03) VALUE ZEROS.

           01 SWITCHES.
               05 WS-ENTRADA-EXISTE PIC X VALUE "N".
                   88 ENTRADA-EXISTE VALUE "S".
               05 WS-FIN-TEM PIC X VALUE "N".
                   88 FIN-TEMARIO VALUE "S".
               05 WS-MAT-ENCONTRADA PIC X VALUE "N".
                   88 MATERIA-ENCONTRADA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       PERFORM 100005-ABRE-TEMARIO.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-TEMARIO.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           DISPLAY "LOG -- OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           EXIT.

       100005-ABRE-TEMARIO.
           OPEN I-O DOC-TEMARIO.
           IF WS-STATUS-TEM = "35"
               OPEN OUTPUT DOC-TEMARIO
               CLOSE DOC-TEMARIO
               OPEN I-O DOC-TEMARIO
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] CAPTURAR / CAMBIAR UNIDAD".
           DISPLAY "  [2] ELIMINAR UNIDAD".
           DISPLAY "  [3] LISTAR TEMARIO DE UNA MATERIA".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-CAPTURA
               WHEN 2
                   PERFORM 100300-ELIMINA
               WHEN 3
                   PERFORM 100400-LISTA-MATERIA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100060-CAPTURA-MATERIA.
      *    BASTA CON QUE EXISTA ALGUN GRUPO DE LA MATERIA; LOS GRUPOS
      *    DE UNA MISMA CLAVE QUEDAN JUNTOS EN EL ORDEN DE LA LLAVE.
           MOVE "N" TO WS-MAT-ENCONTRADA.
           DISPLAY "LOG -- MATERIA (EJ. 0001): " WITH NO ADVANCING.
           ACCEPT WS-MATERIA.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** ERROR AL ABRIR MATERIAS.TXT, STATUS: "
                       WS-STATUS-MAT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATERIA TO MAT-REG-CLAVE.
           MOVE ZEROS TO MAT-REG-GRUPO.
           START MAT-DOC KEY IS NOT < MAT-REG-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MAT-DOC NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MAT-REG-CLAVE = WS-MATERIA
                               SET MATERIA-ENCONTRADA TO TRUE
                               DISPLAY "MATERIA: " MAT-REG-NOMBRE
                           END-IF
                   END-READ
           END-START.
           CLOSE MAT-DOC.
           IF NOT MATERIA-ENCONTRADA
               DISPLAY "**** MATERIA NO EXISTE EN MATERIAS.TXT ***"
           END-IF.
           EXIT.

       100065-LEE-ENTRADA.
           MOVE "N" TO WS-ENTRADA-EXISTE.
           MOVE WS-MATERIA TO TEM-REG-MATERIA.
           MOVE WS-UNIDAD TO TEM-REG-UNIDAD.
           READ DOC-TEMARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ENTRADA-EXISTE TO TRUE
           END-READ.
           EXIT.

       100070-CAPTURA-UNIDAD.
           MOVE ZEROS TO WS-UNIDAD.
           PERFORM UNTIL WS-UNIDAD >= 1
               DISPLAY "LOG -- UNIDAD (01-99): " WITH NO ADVANCING
               ACCEPT WS-UNIDAD
               IF WS-UNIDAD < 1
                   DISPLAY "**** UNIDAD INVALIDA, USE 01-99 ***"
               END-IF
           END-PERFORM.
           EXIT.

       100080-CAPTURA-SEMANA.
           MOVE ZEROS TO WS-SEMANA.
           PERFORM UNTIL WS-SEMANA >= 1 AND WS-SEMANA <= 20
               DISPLAY "LOG -- SEMANA PLANEADA (01-20): "
                       WITH NO ADVANCING
               ACCEPT WS-SEMANA
               IF WS-SEMANA < 1 OR WS-SEMANA > 20
                   DISPLAY "**** SEMANA INVALIDA, USE 01-20 ***"
               END-IF
           END-PERFORM.
           EXIT.

       100100-CAPTURA.
           PERFORM 100060-CAPTURA-MATERIA.
           IF NOT MATERIA-ENCONTRADA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100070-CAPTURA-UNIDAD.
           PERFORM 100065-LEE-ENTRADA.
           IF ENTRADA-EXISTE
               DISPLAY "UNIDAD ACTUAL: " TEM-REG-NOMBRE
                       " SEMANA " TEM-REG-SEMANA
           END-IF.
           MOVE SPACES TO WS-NOMBRE-UNIDAD.
           PERFORM UNTIL WS-NOMBRE-UNIDAD NOT = SPACES
               DISPLAY "LOG -- NOMBRE DE LA UNIDAD: "
                       WITH NO ADVANCING
               ACCEPT WS-NOMBRE-UNIDAD
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-NOMBRE-UNIDAD)
               TO WS-NOMBRE-UNIDAD.
           PERFORM 100080-CAPTURA-SEMANA.
           MOVE WS-NOMBRE-UNIDAD TO TEM-REG-NOMBRE.
           MOVE WS-SEMANA TO TEM-REG-SEMANA.
           IF ENTRADA-EXISTE
               REWRITE TEM-REG-DOC
                   INVALID KEY
                       DISPLAY "**** ERROR AL CAMBIAR, STATUS: "
                               WS-STATUS-TEM
                   NOT INVALID KEY
                       DISPLAY "**** UNIDAD CAMBIADA ***"
                       MOVE "CAMBIADA" TO WS-MOVIMIENTO
                       PERFORM 100320-AUDITORIA-LOG
               END-REWRITE
           ELSE
               INITIALIZE TEM-REG-DOC
               MOVE WS-MATERIA TO TEM-REG-MATERIA
               MOVE WS-UNIDAD TO TEM-REG-UNIDAD
               MOVE WS-NOMBRE-UNIDAD TO TEM-REG-NOMBRE
               MOVE WS-SEMANA TO TEM-REG-SEMANA
               WRITE TEM-REG-DOC
                   INVALID KEY
                       DISPLAY "**** ERROR AL CAPTURAR, STATUS: "
                               WS-STATUS-TEM
                   NOT INVALID KEY
                       DISPLAY "**** UNIDAD AGREGADA AL TEMARIO ***"
                       MOVE "AGREGADA" TO WS-MOVIMIENTO
                       PERFORM 100320-AUDITORIA-LOG
               END-WRITE
           END-IF.
           EXIT.

       100300-ELIMINA.
      *    EL AVANCE YA CAPTURADO DE LA UNIDAD SE QUEDA EN
      *    avance-programatico.txt; EL REPORTE SOLO CUENTA LAS
      *    UNIDADES QUE SIGUEN EN EL TEMARIO.
           PERFORM 100060-CAPTURA-MATERIA.
           IF NOT MATERIA-ENCONTRADA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100070-CAPTURA-UNIDAD.
           PERFORM 100065-LEE-ENTRADA.
           IF ENTRADA-EXISTE
               DELETE DOC-TEMARIO
               IF WS-STATUS-TEM = "00"
                   DISPLAY "**** UNIDAD ELIMINADA DEL TEMARIO ***"
                   MOVE "ELIMINADA" TO WS-MOVIMIENTO
                   PERFORM 100320-AUDITORIA-LOG
               ELSE
                   DISPLAY "**** ERROR AL ELIMINAR, STATUS: "
                           WS-STATUS-TEM
               END-IF
           ELSE
               DISPLAY "**** LA UNIDAD NO ESTA EN EL TEMARIO ***"
           END-IF.
           EXIT.

       100400-LISTA-MATERIA.
           PERFORM 100060-CAPTURA-MATERIA.
           MOVE ZEROS TO WS-LISTADAS.
           MOVE "N" TO WS-FIN-TEM.
           MOVE WS-MATERIA TO TEM-REG-MATERIA.
           MOVE ZEROS TO TEM-REG-UNIDAD.
           START DOC-TEMARIO KEY IS NOT < TEM-REG-LLAVE
               INVALID KEY
                   SET FIN-TEMARIO TO TRUE
           END-START.
           PERFORM UNTIL FIN-TEMARIO
               READ DOC-TEMARIO NEXT RECORD
                   AT END
                       SET FIN-TEMARIO TO TRUE
                   NOT AT END
                       IF TEM-REG-MATERIA NOT = WS-MATERIA
                           SET FIN-TEMARIO TO TRUE
                       ELSE
                           ADD 1 TO WS-LISTADAS
                           DISPLAY "   UNIDAD " TEM-REG-UNIDAD
                                   "  SEMANA " TEM-REG-SEMANA
                                   "  " TEM-REG-NOMBRE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "UNIDADES EN EL TEMARIO: " WS-LISTADAS.
           EXIT.

       100320-AUDITORIA-LOG.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "TEMARIO-MAKER" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|TEMARIO MAT " DELIMITED BY SIZE
               WS-MATERIA DELIMITED BY SIZE
               " UNIDAD " DELIMITED BY SIZE
               WS-UNIDAD DELIMITED BY SIZE
               " SEMANA " DELIMITED BY SIZE
               TEM-REG-SEMANA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOVIMIENTO) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM TEMARIO-MAKER-DOC.
