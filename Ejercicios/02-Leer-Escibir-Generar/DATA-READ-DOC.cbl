                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-ORI.

               SELECT REP-EST ASSIGN TO "repote-est.txt"
