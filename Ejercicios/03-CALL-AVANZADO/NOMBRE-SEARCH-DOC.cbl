      * Purpose: LET FRONT-DESK STAFF FIND A STUDENT OR SUBJECT BY A
      *          PARTIAL NAME INSTEAD OF THE EXACT EST-REG-CLAVE OR
      *          MAT-REG-CLAVE THAT DATA-MATERIAS-SEARCH AND THE
      *          KEYED LOOKUPS REQUIRE. EL ALUMNO SE BUSCA POR LA
      *          LLAVE ALTERNA DEL NOMBRE A PARTIR DEL PREFIJO; SOLO SI
      *          NADA EMPIEZA ASI SE RECORRE TODO EL MAESTRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMBRE-SEARCH-DOC.
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

               SELECT DOC-MAT ASSIGN TO "materias.txt"
               05 WS-BUSQUEDA PIC X(40).
               05 WS-OCURRENCIAS PIC 99.
               05 WS-TOTAL-COINCIDE PIC 99.
               05 WS-LARGO-PREFIJO PIC 99.

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
       100100-BUSCA-ESTUDIANTE.
           PERFORM 100101-CAPTURA-BUSQUEDA.
           MOVE 0 TO WS-TOTAL-COINCIDE.
           PERFORM 100105-RECORRE-PREFIJO.
      *    SI NINGUN NOMBRE EMPIEZA CON LO TECLEADO SE BUSCA EN
      *    CUALQUIER PARTE DEL NOMBRE, LEYENDO TODO EL MAESTRO.
           IF WS-TOTAL-COINCIDE = 0
               DISPLAY "**** NINGUN NOMBRE EMPIEZA ASI; SE BUSCA EN "
                   "TODO EL NOMBRE ****"
               OPEN INPUT DOC-EST
               MOVE "N" TO WS-FIN
               PERFORM UNTIL FIN-BUSQUEDA
                   READ DOC-EST
                       AT END
                           SET FIN-BUSQUEDA TO TRUE
                       NOT AT END
                           PERFORM 100110-COMPARA-ESTUDIANTE
                   END-READ
               END-PERFORM
               CLOSE DOC-EST
           END-IF.

           IF WS-TOTAL-COINCIDE = 0
               DISPLAY "**** NINGUN ESTUDIANTE COINCIDE ****"
           END-IF.
           EXIT.

       100105-RECORRE-PREFIJO.
      *    RECORRIDO POSICIONADO SOBRE LA LLAVE ALTERNA DEL NOMBRE:
      *    ARRANCA EN EL PREFIJO TECLEADO Y LEE EN ORDEN DE NOMBRE
      *    MIENTRAS EL NOMBRE EMPIECE CON EL.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BUSQUEDA TRAILING))
               TO WS-LARGO-PREFIJO.
           OPEN INPUT DOC-EST.
           MOVE "N" TO WS-FIN.
           MOVE WS-BUSQUEDA TO EST-REG-NOMBRE.
           START DOC-EST KEY IS NOT < EST-REG-NOMBRE
               INVALID KEY
                   SET FIN-BUSQUEDA TO TRUE
           END-START.
           PERFORM UNTIL FIN-BUSQUEDA
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-BUSQUEDA TO TRUE
                   NOT AT END
                       IF EST-REG-NOMBRE(1:WS-LARGO-PREFIJO) =
                           WS-BUSQUEDA(1:WS-LARGO-PREFIJO)
                           PERFORM 100120-MUESTRA-ESTUDIANTE
                       ELSE
                           SET FIN-BUSQUEDA TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-EST.
           EXIT.

       100101-CAPTURA-BUSQUEDA.
           INSPECT EST-REG-NOMBRE TALLYING WS-OCURRENCIAS
               FOR ALL FUNCTION TRIM(WS-BUSQUEDA).
           IF WS-OCURRENCIAS > 0
               PERFORM 100120-MUESTRA-ESTUDIANTE
           END-IF.
           EXIT.

       100120-MUESTRA-ESTUDIANTE.
           ADD 1 TO WS-TOTAL-COINCIDE.
           DISPLAY EST-REG-CLAVE "  " EST-REG-NOMBRE
               "  GRADO " EST-REG-GRADO "  CARRERA "
               EST-REG-CARRERA.
           EXIT.

       100200-BUSCA-MATERIA.
           PERFORM 100101-CAPTURA-BUSQUEDA.
           MOVE 0 TO WS-TOTAL-COINCIDE.
