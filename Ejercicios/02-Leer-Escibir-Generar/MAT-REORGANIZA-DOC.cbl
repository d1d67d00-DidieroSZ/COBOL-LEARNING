           COPY "MAT-REG-DOC.cpy".

           FD DOC-PROFESORES.
           COPY "PROF-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
