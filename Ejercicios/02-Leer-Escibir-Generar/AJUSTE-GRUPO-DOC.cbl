           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-REG-CLAVE
           ALTERNATE RECORD KEY IS EST-REG-NOMBRE
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-CARRERA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-PLANTEL
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-EST.
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
               05 WS-FIN-ACTAS PIC X VALUE "N".
                   88 FIN-ACTAS VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "AJUSTE-GRUPO-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
                   DISPLAY "**** ERROR AL AJUSTAR " EST-REG-CLAVE
                           ", STATUS: " WS-STATUS-EST
               NOT INVALID KEY
                   MOVE "M" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
                   ADD 1 TO WS-TOTAL-AJUSTADOS
                   PERFORM 100330-CAMBIOS-LOG
           END-REWRITE.
