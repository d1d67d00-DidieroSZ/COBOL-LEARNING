                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST.

               SELECT DOC-TERMINOS ASSIGN TO "terminos.txt"
               05 WS-FIN-HIST PIC X VALUE "N".
                   88 FIN-HISTORICO VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "PROBATORIA-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
                   AND WS-PROM-ULTIMO < WS-UMBRAL
                   SET EST-SUSPENDIDO TO TRUE
                   REWRITE EST-REG-DOC
                   IF WS-STATUS-EST = "00"
                       MOVE "M" TO WS-IMG-OPERACION
                       CALL "IMAGEN-EST-WRITER" USING
                           WS-IMG-PROGRAMA WS-IMG-OPERACION
                           EST-REG-DOC
                   END-IF
                   ADD 1 TO WS-SUSPENDIDOS
                   MOVE "A PROBATORIA" TO WS-CAMBIO-TEXTO
                   PERFORM 100400-ASIENTA-CAMBIO
                   AND WS-PROM-ULTIMO NOT < WS-UMBRAL
                   SET EST-ACTIVO TO TRUE
                   REWRITE EST-REG-DOC
                   IF WS-STATUS-EST = "00"
                       MOVE "M" TO WS-IMG-OPERACION
                       CALL "IMAGEN-EST-WRITER" USING
                           WS-IMG-PROGRAMA WS-IMG-OPERACION
                           EST-REG-DOC
                   END-IF
                   ADD 1 TO WS-REINSTALADOS
                   MOVE "REINSTALADO" TO WS-CAMBIO-TEXTO
                   PERFORM 100400-ASIENTA-CAMBIO
