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

               SELECT AUDITORIA ASSIGN TO "auditoria.txt"
               05 WS-BUSQUEDA PIC X(40).
               05 WS-OCURRENCIAS PIC 99.
               05 WS-TOTAL-COINCIDE PIC 99.
               05 WS-LARGO-PREFIJO PIC 99.
               05 WS-LINEAS-AUD PIC 9(04).
               05 WS-LINEAS-DIA PIC 9(04).
               05 WS-TERMINOS-VISTOS PIC 99.
           EXIT.

       100200-POR-NOMBRE.
      *    MISMA BUSQUEDA POR PREFIJO QUE NOMBRE-SEARCH-DOC; EL OPERADOR
      *    VE LAS COINCIDENCIAS Y DESPUES CAPTURA LA CLAVE ELEGIDA.
           MOVE SPACES TO WS-BUSQUEDA.
           PERFORM UNTIL FUNCTION TRIM(WS-BUSQUEDA) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-BUSQUEDA) TO WS-BUSQUEDA
           END-PERFORM.
           MOVE 0 TO WS-TOTAL-COINCIDE.
           PERFORM 100210-RECORRE-PREFIJO.
           IF WS-TOTAL-COINCIDE = 0
               DISPLAY "**** NINGUN NOMBRE EMPIEZA ASI; SE BUSCA EN "
                   "TODO EL NOMBRE ****"
               PERFORM 100220-RECORRE-COMPLETO
           END-IF.
           IF WS-TOTAL-COINCIDE = 0
               DISPLAY "**** NINGUN ESTUDIANTE COINCIDE ****"
           ELSE
               PERFORM 100100-POR-CLAVE
           END-IF.
           EXIT.

       100210-RECORRE-PREFIJO.
      *    RECORRIDO POSICIONADO SOBRE LA LLAVE ALTERNA DEL NOMBRE,
      *    DESDE EL PREFIJO TECLEADO Y MIENTRAS EL NOMBRE EMPIECE
      *    CON EL.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BUSQUEDA TRAILING))
               TO WS-LARGO-PREFIJO.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST = "00"
               MOVE WS-BUSQUEDA TO EST-REG-NOMBRE
               START DOC-EST KEY IS NOT < EST-REG-NOMBRE
                   INVALID KEY
                       SET FIN-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL FIN-ARCHIVO
                   READ DOC-EST NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF EST-REG-NOMBRE(1:WS-LARGO-PREFIJO) =
                               WS-BUSQUEDA(1:WS-LARGO-PREFIJO)
                               ADD 1 TO WS-TOTAL-COINCIDE
                               DISPLAY EST-REG-CLAVE "  "
                                       EST-REG-NOMBRE
                           ELSE
                               SET FIN-ARCHIVO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-EST.
           EXIT.

       100220-RECORRE-COMPLETO.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST = "00"
               END-PERFORM
           END-IF.
           CLOSE DOC-EST.
           EXIT.

       100300-CONSULTA-COMPLETA.
