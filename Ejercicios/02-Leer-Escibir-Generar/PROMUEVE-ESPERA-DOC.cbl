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
       SELECT DIARIO-EST ASSIGN TO "DIARY-FILE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
      *    ACTIVOS DE UN GRUPO.
           01 SCAN-REG.
               05 SCAN-CLAVE PIC 9(08).
               05 SCAN-NOMBRE PIC X(40).
               05 FILLER PIC X(02).
               05 SCAN-CARRERA PIC 9(02).
               05 SCAN-MATERIA-TABLA OCCURS 20 TIMES PIC 9(06).
               05 FILLER PIC X(360).
               05 SCAN-ESTATUS PIC X(01).
               05 SCAN-PLANTEL PIC 9(02).

           FD DIARIO-EST.
           01 LINEA-DIARIO-EST PIC X(132).

           01 WS-DIA-ID-MAX PIC 9(05) VALUE ZEROS.

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "PROMUEVE-ESPERA-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
                   DISPLAY "**** ERROR AL REESCRIBIR ALUMNO "
                           ESP-CLAVE ", STATUS: " WS-STATUS-EST
               NOT INVALID KEY
                   MOVE "M" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
                   SET ENTRADA-PROMOVIDA TO TRUE
                   DISPLAY "**** PROMOVIDO: ALUMNO " ESP-CLAVE
                           " A MATERIA " ESP-MATERIA " ***"
