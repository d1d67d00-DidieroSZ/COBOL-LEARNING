                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-ORI.

               SELECT REP-HONOR ASSIGN TO "HONOR-ROLL.txt"
               05 WS-COUNTER PIC 99.
               05 WS-HONOR-COUNTER PIC 99.
               05 WS-HONOR-MINIMO PIC 9(03) VALUE 90.
               05 WS-CARRERA-FILTRO PIC 9(02) VALUE ZEROS.
               05 WS-PLANTEL-FILTRO PIC 9(02) VALUE ZEROS.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".

       100-INICIO.
           PERFORM 100050-CAPTURA-MINIMO.
           DISPLAY "CARRERA (00 = TODAS): " WITH NO ADVANCING.
           ACCEPT WS-CARRERA-FILTRO.
           DISPLAY "PLANTEL (00 = TODOS): " WITH NO ADVANCING.
           ACCEPT WS-PLANTEL-FILTRO.
           PERFORM 100100-OPEN-FILES.
           PERFORM 100102-POSICIONA-REBANADA.
           PERFORM 100500-READ-FIELDS UNTIL FIN-ARCHIVO.
           CLOSE DOC-EST.
           CLOSE DOC-HONOR-TMP.
           MOVE 0 TO WS-HONOR-COUNTER.
           EXIT.

       100102-POSICIONA-REBANADA.
      *    UNA SOLA CARRERA O UN SOLO PLANTEL SE LEEN POR SU LLAVE
      *    ALTERNA, DESDE EL PRIMER REGISTRO DE LA REBANADA; SIN
      *    FILTRO SE LEE TODO EL MAESTRO EN ORDEN DE CLAVE.
           EVALUATE TRUE
               WHEN WS-CARRERA-FILTRO NOT = ZEROS
                   MOVE WS-CARRERA-FILTRO TO EST-REG-CARRERA
                   START DOC-EST KEY IS = EST-REG-CARRERA
                       INVALID KEY
                           SET FIN-ARCHIVO TO TRUE
                   END-START
               WHEN WS-PLANTEL-FILTRO NOT = ZEROS
                   MOVE WS-PLANTEL-FILTRO TO EST-REG-PLANTEL
                   START DOC-EST KEY IS = EST-REG-PLANTEL
                       INVALID KEY
                           SET FIN-ARCHIVO TO TRUE
                   END-START
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       100400-HEADER-MAKER.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TITLE TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF WS-CARRERA-FILTRO NOT = ZEROS
               OR WS-PLANTEL-FILTRO NOT = ZEROS
               INITIALIZE LINEA-TEMP
               STRING
                   "CARRERA: " DELIMITED BY SIZE
                   WS-CARRERA-FILTRO DELIMITED BY SIZE
                   "   PLANTEL: " DELIMITED BY SIZE
                   WS-PLANTEL-FILTRO DELIMITED BY SIZE
                   "   (00 = TODOS)" DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.

           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
             AT END
               SET FIN-ARCHIVO TO TRUE
             NOT AT END
               PERFORM 100502-FILTRA-REBANADA
           END-READ.
           EXIT.

       100502-FILTRA-REBANADA.
      *    EL PRIMER REGISTRO DE OTRA CARRERA (O DE OTRO PLANTEL
      *    CUANDO LA REBANADA ES POR PLANTEL) TERMINA LA LECTURA;
      *    DENTRO DE UNA CARRERA EL PLANTEL SOLO FILTRA.
           IF (WS-CARRERA-FILTRO NOT = ZEROS
               AND EST-REG-CARRERA NOT = WS-CARRERA-FILTRO)
              OR (WS-CARRERA-FILTRO = ZEROS
               AND WS-PLANTEL-FILTRO NOT = ZEROS
               AND EST-REG-PLANTEL NOT = WS-PLANTEL-FILTRO)
               SET FIN-ARCHIVO TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PLANTEL-FILTRO NOT = ZEROS
               AND EST-REG-PLANTEL NOT = WS-PLANTEL-FILTRO
               EXIT PARAGRAPH
           END-IF.
      *    SOLO ALUMNOS ACTIVOS ENTRAN AL REPORTE.
           IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
               PERFORM 100501-MOVE-DATA
           END-IF.
           EXIT.

       100501-MOVE-DATA.
           INITIALIZE WS-CAMPOS.
           MOVE EST-REG-DOC TO WS-CAMPOS.
