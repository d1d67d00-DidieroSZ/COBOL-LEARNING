       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS PIC XX.
               05 WS-SUB-MAT PIC 9(04).
               05 WS-HALLADA-NOMBRE PIC A(20).
               05 WS-HALLADA-PROFE PIC 9(03).

      *    CATALOGO EN MEMORIA: SE CARGA EN LA PRIMERA LLAMADA Y LAS
      *    DEMAS SE CONTESTAN DE AQUI EL RESTO DE LA CORRIDA. SI
      *    "materias.txt" TRAE MAS RENGLONES DE LOS QUE CABEN, LAS
      *    LLAVES QUE NO ESTAN EN LA TABLA SE SIGUEN LEYENDO DEL
      *    ARCHIVO COMO ANTES.
           01 WS-CATALOGO.
               05 WS-CAT-CARGADO PIC X VALUE "N".
                   88 CATALOGO-CARGADO VALUE "S".
               05 WS-CAT-COMPLETO PIC X VALUE "S".
                   88 CATALOGO-INCOMPLETO VALUE "N".
               05 WS-CAT-TOTAL PIC 9(04) VALUE ZEROS.
               05 WS-CAT-RENGLON OCCURS 2000 TIMES.
                   10 WS-CAT-LLAVE PIC X(06).
                   10 WS-CAT-NOMBRE PIC A(20).
                   10 WS-CAT-PROFE PIC 9(03).

           01 SWITCHES.
               05 WS-FIN-MAT PIC X VALUE "N".
                   88 FIN-MATERIAS VALUE "S".

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
           LK-ENCONTRADA.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
            IF NOT CATALOGO-CARGADO
                PERFORM 100100-CARGA-CATALOGO
            END-IF.
            SET LK-MATERIA-NO-ENCONTRADA TO TRUE.
            PERFORM VARYING WS-SUB-MAT FROM 1 BY 1
                    UNTIL WS-SUB-MAT > WS-CAT-TOTAL
                    OR LK-MATERIA-ENCONTRADA
                IF WS-CAT-LLAVE(WS-SUB-MAT) = LK-CLAVE
                    MOVE WS-CAT-NOMBRE(WS-SUB-MAT) TO WS-HALLADA-NOMBRE
                    MOVE WS-CAT-PROFE(WS-SUB-MAT) TO WS-HALLADA-PROFE
                    SET LK-MATERIA-ENCONTRADA TO TRUE
                END-IF
            END-PERFORM.
            IF LK-MATERIA-NO-ENCONTRADA AND CATALOGO-INCOMPLETO
                PERFORM 100200-LEE-ARCHIVO
            END-IF.
            IF LK-MATERIA-ENCONTRADA
                PERFORM 100300-RESUELVE-PROFESOR
            END-IF.
            EXIT.

       100100-CARGA-CATALOGO.
            MOVE ZEROS TO WS-CAT-TOTAL.
            MOVE "S" TO WS-CAT-COMPLETO.
            MOVE "N" TO WS-FIN-MAT.
            OPEN INPUT MAT-DOC.
            IF WS-STATUS = "00"
                PERFORM UNTIL FIN-MATERIAS
                    READ MAT-DOC NEXT RECORD
                        AT END
                            SET FIN-MATERIAS TO TRUE
                        NOT AT END
                            IF WS-CAT-TOTAL < 2000
                                ADD 1 TO WS-CAT-TOTAL
                                MOVE MAT-REG-LLAVE
                                    TO WS-CAT-LLAVE(WS-CAT-TOTAL)
                                MOVE MAT-REG-NOMBRE
                                    TO WS-CAT-NOMBRE(WS-CAT-TOTAL)
                                MOVE MAT-REG-PROFE-CLAVE
                                    TO WS-CAT-PROFE(WS-CAT-TOTAL)
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

       100200-LEE-ARCHIVO.
            OPEN INPUT MAT-DOC.
            INITIALIZE MAT-REG-NOMBRE.
            MOVE LK-CLAVE TO MAT-REG-LLAVE.
            READ MAT-DOC
                INVALID KEY
                    SET LK-MATERIA-NO-ENCONTRADA TO TRUE
                NOT INVALID KEY
                    MOVE MAT-REG-NOMBRE TO WS-HALLADA-NOMBRE
                    MOVE MAT-REG-PROFE-CLAVE TO WS-HALLADA-PROFE
                    SET LK-MATERIA-ENCONTRADA TO TRUE
            END-READ.
            CLOSE MAT-DOC.
            EXIT.

       100300-RESUELVE-PROFESOR.
            MOVE WS-HALLADA-NOMBRE TO LK-NOMBRE.
      *     EL NOMBRE DEL PROFESOR YA NO VIVE EN LA MATERIA; SE
      *     RESUELVE DESDE EL CATALOGO PROFESORES.TXT, ASI LOS
      *     PROGRAMAS QUE LLAMAN AQUI SIGUEN RECIBIENDO EL NOMBRE SIN
      *     CAMBIAR SU INTERFAZ.
            MOVE SPACES TO WS-PROF-NOMBRE-LK.
            MOVE "N" TO WS-PROF-ENCONTRADO.
            MOVE WS-HALLADA-PROFE TO WS-PROF-CLAVE-LK.
            CALL "PROFESOR-SEARCH" USING
                WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK
                WS-PROF-ENCONTRADO.
            IF NOT PROFESOR-ENCONTRADO
                MOVE "** PROFESOR NO CATALOGADO **"
                    TO WS-PROF-NOMBRE-LK
            END-IF.
            MOVE WS-PROF-NOMBRE-LK(1:20) TO LK-PROFE.
            EXIT.
      *END PROGRAM SEARCH-MATERIAS-DATA.
