                   05 PLA-REG-CLAVE PIC 9(02).
                   05 PLA-REG-NOMBRE PIC A(30).
                   05 PLA-REG-DIRECCION PIC X(60).
                   05 PLA-REG-RVOE PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
