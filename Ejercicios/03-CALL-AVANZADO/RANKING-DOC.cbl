                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST.

               SELECT DOC-RANK-TMP ASSIGN TO "RANK-TMP.txt"
               05 WS-GPA-EDIT PIC ZZ9.99.
               05 WS-POSICION PIC 9(04).
               05 WS-PERCENTIL PIC 9(03).
               05 WS-CARRERA-FILTRO PIC 9(02) VALUE ZEROS.
               05 WS-PLANTEL-FILTRO PIC 9(02) VALUE ZEROS.

      *    PROMEDIO PONDERADO POR CREDITOS (CREDITOS-SEARCH); EL
      *    CONTEO SON CREDITOS CURSADOS, NO MATERIAS.
       STOP RUN.

       100-INICIO.
           DISPLAY "CARRERA (00 = TODAS): " WITH NO ADVANCING.
           ACCEPT WS-CARRERA-FILTRO.
           DISPLAY "PLANTEL (00 = TODOS): " WITH NO ADVANCING.
           ACCEPT WS-PLANTEL-FILTRO.
           PERFORM 100100-SPOOL-PROMEDIOS.
      *    ASCENDENTE POR CARRERA Y GRADO, MEJOR PROMEDIO PRIMERO
      *    DENTRO DEL GRUPO.
               STOP RUN
           END-IF.
           OPEN OUTPUT DOC-RANK-TMP.
           PERFORM 100102-POSICIONA-REBANADA.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100104-FILTRA-REBANADA
               END-READ
           END-PERFORM.
           CLOSE DOC-EST.
           CLOSE DOC-RANK-TMP.
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

       100104-FILTRA-REBANADA.
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
           IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
               PERFORM 100110-SPOOL-ESTUDIANTE
           END-IF.
           EXIT.

       100110-SPOOL-ESTUDIANTE.
           MOVE ZEROS TO WS-CALIF-SUMA.
           MOVE ZEROS TO WS-CALIF-CONT.
           INITIALIZE LINEA-TEMP.
           MOVE "RANKING POR CARRERA Y GRADO" TO LINEA-TEMP.
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
           WRITE LINEA-TEMP.
