               01 CON-REG-DOC.
                   05 CON-REG-CODIGO PIC X(20).
                   05 CON-REG-DESCRIPCION PIC X(30).
                   05 CON-REG-DEDUCIBLE PIC X(01).

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
