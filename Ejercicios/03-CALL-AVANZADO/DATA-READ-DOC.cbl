                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-SRC-CLAVE
                   ALTERNATE RECORD KEY IS EST-SRC-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-SRC-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-SRC-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST-SRC.

               SELECT SORT-FILE ASSIGN TO "SORTWK1".
           FD DOC-EST-SRC.
               01 EST-REG-SRC.
                   05 EST-SRC-CLAVE PIC 9(08).
                   05 EST-SRC-NOMBRE PIC X(40).
                   05 FILLER PIC X(02).
                   05 EST-SRC-CARRERA PIC 9(02).
                   05 FILLER PIC X(481).
                   05 EST-SRC-PLANTEL PIC 9(02).

           SD SORT-FILE.
               01 SD-REG.
