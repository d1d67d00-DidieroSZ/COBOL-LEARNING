      *          CONVIERTE UN SNAPSHOT estudiantes-<termino>.txt DE
      *          TERM-CLOSE-DOC Y LO REGISTRA EN terminos.txt PARA
      *          QUE LA HISTORIA VIEJA CUENTE EN PRERREQUISITOS,
      *          KARDEX Y AUDITORIA DE PLAN. MODO 3 NO CONVIERTE:
      *          DESCARGA EL MAESTRO VIGENTE Y LO RECARGA PARA
      *          RECONSTRUIR SUS INDICES (CLAVE, NOMBRE, CARRERA Y
      *          PLANTEL), POR EJEMPLO DESPUES DE AGREGAR UNA LLAVE
      *          ALTERNA O SI UN INDICE QUEDO DANADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EST-REORGANIZA-DOC.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-REG-CLAVE
           ALTERNATE RECORD KEY IS EST-REG-NOMBRE
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-CARRERA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-PLANTEL
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-NVO.
      *    EL MAESTRO VIGENTE SE ABRE SOLO POR SU LLAVE PRIMARIA PARA
      *    PODER DESCARGARLO AUNQUE SUS INDICES ALTERNOS NO EXISTAN.
       SELECT DOC-EST-IDX ASSIGN TO "estudiantes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EST-IDX-CLAVE
           FILE STATUS IS WS-STATUS-IDX.
       SELECT DOC-SNAP-NVO ASSIGN TO WS-ANT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SNAP.
           FD DOC-EST-NVO.
           COPY "EST-REG-DOC.cpy".

           FD DOC-EST-IDX.
           01 EST-IDX-REG.
               05 EST-IDX-CLAVE PIC 9(08).
               05 FILLER PIC X(527).

           FD DOC-SNAP-NVO.
           01 EST-SNAP-REG PIC X(535).

               05 WS-STATUS-ANT PIC XX.
               05 WS-STATUS-TMP PIC XX.
               05 WS-STATUS-NVO PIC XX.
               05 WS-STATUS-IDX PIC XX.
               05 WS-STATUS-SNAP PIC XX.
               05 WS-STATUS-TERMINOS PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
           01 SWITCHES.
               05 WS-FIN-ANT PIC X VALUE "N".
                   88 FIN-ANTERIOR VALUE "S".
               05 WS-FIN-IDX PIC X VALUE "N".
                   88 FIN-INDEXADO VALUE "S".
               05 WS-FIN-TMP PIC X VALUE "N".
                   88 FIN-TEMPORAL VALUE "S".
               05 WS-FIN-TERMINOS PIC X VALUE "N".
           DISPLAY "--------------------------------------------".
           DISPLAY "  [1] MAESTRO VIVO (estudiantes.txt)".
           DISPLAY "  [2] SNAPSHOT DE TERMINO (estudiantes-<T>.txt)".
           DISPLAY "  [3] RECONSTRUYE INDICES DEL MAESTRO".
           DISPLAY "--------------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
                           PERFORM 100900-RESUMEN
                       END-IF
                   END-IF
               WHEN 3
                   MOVE "estudiantes.txt" TO WS-ANT-FILENAME
                   PERFORM 100040-CONFIRMA-INDICES
                   IF WS-CONFIRMA = "SI"
                       PERFORM 100150-DESCARGA-INDEXADO
                       IF WS-TOTAL-LEIDOS > ZEROS
                           PERFORM 100300-RECARGA-INDEXADO
                           PERFORM 100900-RESUMEN
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           INTO WS-ANT-FILENAME.
           EXIT.

       100040-CONFIRMA-INDICES.
           DISPLAY "RECONSTRUYE LOS INDICES DE estudiantes.txt ".
           DISPLAY "(CLAVE, NOMBRE, CARRERA Y PLANTEL) SIN CAMBIAR".
           DISPLAY "SUS REGISTROS. SIN OTRAS SESIONES ABIERTAS.".
           DISPLAY "¿CONFIRMA LA RECONSTRUCCION? (SI/NO): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI"
               DISPLAY "**** RECONSTRUCCION CANCELADA, SIN CAMBIOS ***"
           END-IF.
           EXIT.

       100100-CONVIERTE-A-TEMPORAL.
      *    PRIMER PASO: VACIA EL ARCHIVO VIEJO A UN TEMPORAL YA
      *    CONVERTIDO AL LAYOUT NUEVO (EL SEGUNDO PASO TRUNCA EL
           END-IF.
           EXIT.

       100150-DESCARGA-INDEXADO.
      *    PRIMER PASO DEL MODO INDICES: VACIA EL MAESTRO, YA EN EL
      *    LAYOUT VIGENTE, AL TEMPORAL EN ORDEN DE CLAVE; EL SEGUNDO
      *    PASO (100300) LO TRUNCA Y LO RECARGA CON TODAS SUS LLAVES.
           OPEN INPUT DOC-EST-IDX.
           IF WS-STATUS-IDX NOT = "00"
               DISPLAY "**** NO SE PUDO ABRIR estudiantes.txt"
                       ", STATUS: " WS-STATUS-IDX " ***"
           ELSE
               OPEN OUTPUT DOC-TEMP
               PERFORM UNTIL FIN-INDEXADO
                   READ DOC-EST-IDX NEXT RECORD
                       AT END
                           SET FIN-INDEXADO TO TRUE
                       NOT AT END
                           MOVE EST-IDX-REG TO EST-REG-TEMP
                           WRITE EST-REG-TEMP
                           ADD 1 TO WS-TOTAL-LEIDOS
                   END-READ
               END-PERFORM
               CLOSE DOC-EST-IDX
               CLOSE DOC-TEMP
           END-IF.
           EXIT.

       100200-MAPEA-REGISTRO.
           IF NOT TEMPORAL-ABIERTO
               OPEN OUTPUT DOC-TEMP
