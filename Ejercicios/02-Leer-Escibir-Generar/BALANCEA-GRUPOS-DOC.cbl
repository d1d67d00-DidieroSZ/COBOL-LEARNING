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
               05 WS-BALANCE-LISTO PIC X VALUE "N".
                   88 MATERIA-BALANCEADA VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "BALANCEA-GRUPOS-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
                   MOVE WS-G-LLAVE(WS-IDX-VACIO)
                       TO EST-REG-MATERIA-TABLA(WS-SLOT-MOVIBLE)
                   REWRITE EST-REG-DOC
                   IF WS-STATUS-EST = "00"
                       MOVE "M" TO WS-IMG-OPERACION
                       CALL "IMAGEN-EST-WRITER" USING
                           WS-IMG-PROGRAMA WS-IMG-OPERACION
                           EST-REG-DOC
                   END-IF
                   PERFORM 100395-AUDITA-Y-NOTIFICA
           END-READ.
           EXIT.
