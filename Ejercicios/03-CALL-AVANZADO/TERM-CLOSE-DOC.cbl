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

               SELECT HIST-EST ASSIGN TO WS-HIST-EST-FILENAME
               05 WS-FIN-MAT PIC X VALUE "N".
                   88 FIN-MATERIAS VALUE "S".

      *    MARCA DE CIERRE EN EL DIARIO DE IMAGENES DEL MAESTRO.
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30) VALUE "TERM-CLOSE-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "C".
               05 WS-IMG-MARCA.
                   10 WS-IMG-TERMINO PIC X(10).
                   10 FILLER PIC X(525) VALUE SPACES.

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-TERMINO.
       PERFORM 100300-REGISTRA-TERMINO.
       PERFORM 100400-ESCRIBE-CONTROL.
       PERFORM 100900-RESUMEN.
       GOBACK.

       100001-CAPTURA-TERMINO.
           DISPLAY "LOG -- TERMINO A CERRAR (EJ. 2026-1): "
               PERFORM 100110-COPIA-ESTUDIANTE UNTIL FIN-ESTUDIANTES
               CLOSE HIST-EST
               CLOSE DOC-EST
               PERFORM 100150-MARCA-DIARIO
           END-IF.
           EXIT.

           END-READ.
           EXIT.

       100150-MARCA-DIARIO.
      *    LAS IMAGENES DE "imagenes-est.txt" POSTERIORES A ESTA MARCA
      *    SON LAS QUE RECUPERA-MAESTRO-DOC REAPLICA SOBRE EL SNAPSHOT
      *    estudiantes-<TERMINO>.txt QUE SE ACABA DE TOMAR.
           MOVE WS-TERMINO TO WS-IMG-TERMINO.
           CALL "IMAGEN-EST-WRITER" USING
               WS-IMG-PROGRAMA WS-IMG-OPERACION WS-IMG-MARCA.
           EXIT.

       100200-SNAPSHOT-MATERIAS.
           OPEN INPUT DOC-MAT.
           IF WS-STATUS-MAT NOT = "00"
