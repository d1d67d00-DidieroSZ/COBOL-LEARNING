                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST.

               SELECT REP-REVISION ASSIGN TO "REP-BECAS-REVISION.txt"
       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           PERFORM 100050-CAPTURA-MINIMO.
