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
       SELECT DOC-CAMBIOS-CARR ASSIGN TO "cambios-carrera.txt"
           ORGANIZATION IS LINE SEQUENTIAL
               05 WS-EST-ENCONTRADO PIC X VALUE "N".
                   88 EST-ENCONTRADO VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "CAMBIO-CARRERA-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
                       DISPLAY "**** ERROR AL APLICAR, STATUS: "
                               WS-STATUS-EST
                   NOT INVALID KEY
                       MOVE "M" TO WS-IMG-OPERACION
                       CALL "IMAGEN-EST-WRITER" USING
                           WS-IMG-PROGRAMA WS-IMG-OPERACION
                           EST-REG-DOC
                       PERFORM 100600-PRESERVA-ANTERIOR
                       PERFORM 100700-AUDITORIA-LOG
                       DISPLAY "**** CAMBIO DE CARRERA "
