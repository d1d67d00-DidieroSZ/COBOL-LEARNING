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
       SELECT DOC-EST-SCAN ASSIGN TO "estudiantes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCAN-CLAVE
           ALTERNATE RECORD KEY IS SCAN-NOMBRE
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS SCAN-CARRERA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS SCAN-PLANTEL
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-SCAN.
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
      *    CORRECCION.
           01 SCAN-REG.
               05 SCAN-CLAVE PIC 9(08).
               05 SCAN-NOMBRE PIC X(40).
               05 FILLER PIC X(02).
               05 SCAN-CARRERA PIC 9(02).
               05 SCAN-MATERIA-TABLA OCCURS 20 TIMES PIC 9(06).
               05 FILLER PIC X(360).
               05 SCAN-ESTATUS PIC X(01).
               05 SCAN-PLANTEL PIC 9(02).

           FD MAT-DOC.
           COPY "MAT-REG-DOC.cpy".
               05 WS-CURR-MATERIA-OK PIC X VALUE "N".
                   88 CURRICULUM-OK VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "ALTA-BAJA-MATERIA-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
                   DISPLAY "**** ERROR AL ACTUALIZAR, STATUS: "
                           WS-STATUS-EST
               NOT INVALID KEY
                   MOVE "M" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
                   DISPLAY "**** REGISTRO ACTUALIZADO ("
                           FUNCTION TRIM(WS-MOVIMIENTO) " "
                           WS-MAT-NUEVA ") ***"
