      *          "profesores.txt" (SAME SCHEME AS CARRERA-MAKER-DOC
      *          FOR CARRERAS), SO "J PEREZ", "JUAN PEREZ" AND
      *          "PEREZ J" STOP BEING THREE DIFFERENT PROFESSORS IN
      *          THE WORKLOAD REPORT. CADA PROFESOR LLEVA TELEFONO Y
      *          EMAIL PARA LOS AVISOS DE LA COLA DE NOTIFICACIONES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFESOR-MAKER-DOC.
       DATA DIVISION.
       FILE SECTION.
           FD DOC-PROFESORES.
           COPY "PROF-REG-DOC.cpy".

           FD DOC-PROFESORES-BAK.
           01 PROF-REG-BAK.
               05 PROF-BAK-CLAVE PIC 9(03).
               05 PROF-BAK-NOMBRE PIC A(30).
               05 PROF-BAK-TELEFONO PIC X(10).
               05 PROF-BAK-EMAIL PIC X(30).

       WORKING-STORAGE SECTION.
           01 IN-DATA.
               05 WS-CLAVE PIC 9(03) VALUE ZEROS.
               05 WS-NOMBRE PIC A(30).
               05 WS-TELEFONO PIC X(10).
               05 WS-EMAIL PIC X(30).

           01 WS-VARIABLES.
               05 WS-STATUS-PROF PIC XX.
           DISPLAY "LOG -- NOMBRE Profesor: ".
           ACCEPT WS-NOMBRE.
           MOVE FUNCTION UPPER-CASE(WS-NOMBRE) TO WS-NOMBRE.
           DISPLAY "LOG -- TELEFONO Profesor: ".
           ACCEPT WS-TELEFONO.
           DISPLAY "LOG -- EMAIL Profesor: ".
           ACCEPT WS-EMAIL.
           EXIT.

       100300-MOVE-DATA.
           INITIALIZE PROF-REG-DOC.
           MOVE WS-CLAVE TO PROF-REG-CLAVE.
           MOVE WS-NOMBRE TO PROF-REG-NOMBRE.
           MOVE WS-TELEFONO TO PROF-REG-TELEFONO.
           MOVE WS-EMAIL TO PROF-REG-EMAIL.
           WRITE PROF-REG-DOC
               INVALID KEY
                   DISPLAY "**** CLAVE DE PROFESOR DUPLICADA ***"

       100810-OPCION-MANTENIMIENTO.
           DISPLAY "PROFESOR ACTUAL: " PROF-REG-NOMBRE.
           DISPLAY "TELEFONO: " PROF-REG-TELEFONO
                   "  EMAIL: " PROF-REG-EMAIL.
           DISPLAY "[1] EDITAR   [2] ELIMINAR   [0] CANCELAR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO-MANT.
           ACCEPT WS-NOMBRE.
           MOVE FUNCTION UPPER-CASE(WS-NOMBRE) TO WS-NOMBRE.
           MOVE WS-NOMBRE TO PROF-REG-NOMBRE.
      *    ENTER EN BLANCO CONSERVA EL CONTACTO ACTUAL.
           MOVE SPACES TO WS-TELEFONO.
           DISPLAY "LOG -- NUEVO TELEFONO (ENTER = SIN CAMBIO): ".
           ACCEPT WS-TELEFONO.
           IF WS-TELEFONO NOT = SPACES
               MOVE WS-TELEFONO TO PROF-REG-TELEFONO
           END-IF.
           MOVE SPACES TO WS-EMAIL.
           DISPLAY "LOG -- NUEVO EMAIL (ENTER = SIN CAMBIO): ".
           ACCEPT WS-EMAIL.
           IF WS-EMAIL NOT = SPACES
               MOVE WS-EMAIL TO PROF-REG-EMAIL
           END-IF.
           REWRITE PROF-REG-DOC.
           IF WS-STATUS-PROF = "00"
               DISPLAY "**** PROFESOR ACTUALIZADO ***"
