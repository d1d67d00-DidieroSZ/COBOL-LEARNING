       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-MAT PIC XX.
               05 WS-SUB-MAT PIC 9(04).
               05 WS-LLAVE-DESDE PIC X(06).
               05 WS-CREDITOS-HALLADOS PIC 9(02).

      *    CATALOGO EN MEMORIA (LLAVE Y CREDITOS, EN ORDEN DE LLAVE):
      *    SE CARGA EN LA PRIMERA LLAMADA Y LAS DEMAS SE CONTESTAN DE
      *    AQUI EL RESTO DE LA CORRIDA. SI "materias.txt" TRAE MAS
      *    RENGLONES DE LOS QUE CABEN, LO QUE NO SE HALLA EN LA TABLA
      *    SE SIGUE BUSCANDO EN EL ARCHIVO COMO ANTES.
           01 WS-CATALOGO.
               05 WS-CAT-CARGADO PIC X VALUE "N".
                   88 CATALOGO-CARGADO VALUE "S".
               05 WS-CAT-COMPLETO PIC X VALUE "S".
                   88 CATALOGO-INCOMPLETO VALUE "N".
               05 WS-CAT-TOTAL PIC 9(04) VALUE ZEROS.
               05 WS-CAT-RENGLON OCCURS 2000 TIMES.
                   10 WS-CAT-LLAVE.
                       15 WS-CAT-MATERIA PIC X(04).
                       15 WS-CAT-GRUPO PIC X(02).
                   10 WS-CAT-CREDITOS PIC 9(02).

           01 SWITCHES.
               05 WS-FIN-MAT PIC X VALUE "N".
                   88 FIN-MATERIAS VALUE "S".
               05 WS-FIN-BUSQUEDA PIC X VALUE "N".
                   88 FIN-BUSQUEDA VALUE "S".

       LINKAGE SECTION.
           01 LK-LLAVE.
       MAIN-PROCEDURE.
           SET LK-CREDITOS-NO-ENCONTRADOS TO TRUE.
           MOVE 1 TO LK-CREDITOS.
           IF NOT CATALOGO-CARGADO
               PERFORM 100050-CARGA-CATALOGO
           END-IF.
      *    CON GRUPO "00" O EN BLANCO VALE EL PRIMER GRUPO DE LA
      *    MATERIA: EL PRIMER RENGLON CON LLAVE NO MENOR A
      *    MATERIA + "00", SI ES DE ESA MATERIA.
           IF LK-GRUPO = "00" OR LK-GRUPO = SPACES
               MOVE LK-MATERIA TO WS-LLAVE-DESDE(1:4)
               MOVE "00" TO WS-LLAVE-DESDE(5:2)
           ELSE
               MOVE LK-LLAVE TO WS-LLAVE-DESDE
           END-IF.
           MOVE "N" TO WS-FIN-BUSQUEDA.
           PERFORM VARYING WS-SUB-MAT FROM 1 BY 1
                   UNTIL WS-SUB-MAT > WS-CAT-TOTAL
                   OR FIN-BUSQUEDA
               IF WS-CAT-LLAVE(WS-SUB-MAT) NOT < WS-LLAVE-DESDE
                   SET FIN-BUSQUEDA TO TRUE
                   IF (WS-CAT-LLAVE(WS-SUB-MAT) = LK-LLAVE)
                       OR ((LK-GRUPO = "00" OR LK-GRUPO = SPACES)
                       AND WS-CAT-MATERIA(WS-SUB-MAT) = LK-MATERIA)
                       MOVE WS-CAT-CREDITOS(WS-SUB-MAT)
                           TO WS-CREDITOS-HALLADOS
                       PERFORM 100200-TOMA-CREDITOS
                   END-IF
               END-IF
           END-PERFORM.
           IF LK-CREDITOS-NO-ENCONTRADOS AND CATALOGO-INCOMPLETO
               PERFORM 100060-BUSCA-EN-ARCHIVO
           END-IF.
           EXIT.

       100050-CARGA-CATALOGO.
           MOVE ZEROS TO WS-CAT-TOTAL.
           MOVE "S" TO WS-CAT-COMPLETO.
           MOVE "N" TO WS-FIN-MAT.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT = "00"
               PERFORM UNTIL FIN-MATERIAS
                   READ MAT-DOC NEXT RECORD
                       AT END
                           SET FIN-MATERIAS TO TRUE
                       NOT AT END
                           IF WS-CAT-TOTAL < 2000
                               ADD 1 TO WS-CAT-TOTAL
                               MOVE MAT-REG-LLAVE
                                   TO WS-CAT-LLAVE(WS-CAT-TOTAL)
                               MOVE MAT-REG-CREDITOS
                                   TO WS-CAT-CREDITOS(WS-CAT-TOTAL)
                           ELSE
                               SET CATALOGO-INCOMPLETO TO TRUE
                               SET FIN-MATERIAS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAT-DOC
           END-IF.
           SET CATALOGO-CARGADO TO TRUE.
           EXIT.

       100060-BUSCA-EN-ARCHIVO.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT = "00"
               IF LK-GRUPO = "00" OR LK-GRUPO = SPACES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MAT-REG-CREDITOS
                               TO WS-CREDITOS-HALLADOS
                           PERFORM 100200-TOMA-CREDITOS
                   END-READ
               END-IF
                           CONTINUE
                       NOT AT END
                           IF MAT-REG-LLAVE(1:4) = LK-MATERIA
                               MOVE MAT-REG-CREDITOS
                                   TO WS-CREDITOS-HALLADOS
                               PERFORM 100200-TOMA-CREDITOS
                           END-IF
                   END-READ

       100200-TOMA-CREDITOS.
           SET LK-CREDITOS-ENCONTRADOS TO TRUE.
           IF WS-CREDITOS-HALLADOS > ZEROS
               MOVE WS-CREDITOS-HALLADOS TO LK-CREDITOS
           ELSE
               MOVE 1 TO LK-CREDITOS
           END-IF.
