                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST.

               SELECT REP-CALIDAD ASSIGN TO "REP-CALIDAD.txt"
       100240-REVISA-ESTATUS.
           IF NOT EST-ACTIVO AND NOT EST-BAJA
               AND NOT EST-EGRESADO AND NOT EST-SUSPENDIDO
               AND NOT EST-FUSIONADO AND NOT EST-BAJA-TEMPORAL
               AND EST-REG-ESTATUS NOT = SPACE
               MOVE "ESTATUS INVALIDO (USE A/B/E/S/T/F)" TO WS-DETALLE
               PERFORM 100300-ESCRIBE-OFENSA
           END-IF.
           EXIT.
