       DATA DIVISION.
           FILE SECTION.
           FD PROF-DOC.
               COPY "PROF-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS PIC XX.
               05 WS-CLAVE-BUSCA PIC 9(03).
               05 WS-SUB-PROF PIC 9(04).

      *    CATALOGO EN MEMORIA: SE CARGA EN LA PRIMERA LLAMADA Y LAS
      *    DEMAS SE CONTESTAN DE AQUI EL RESTO DE LA CORRIDA. LA CLAVE
      *    ES DE TRES DIGITOS, ASI QUE MIL RENGLONES CUBREN EL
      *    CATALOGO COMPLETO.
           01 WS-CATALOGO.
               05 WS-CAT-CARGADO PIC X VALUE "N".
                   88 CATALOGO-CARGADO VALUE "S".
               05 WS-CAT-TOTAL PIC 9(04) VALUE ZEROS.
               05 WS-CAT-RENGLON OCCURS 1000 TIMES.
                   10 WS-CAT-CLAVE PIC 9(03).
                   10 WS-CAT-NOMBRE PIC A(30).

           01 SWITCHES.
               05 WS-FIN-PROF PIC X VALUE "N".
                   88 FIN-PROFESORES VALUE "S".
       LINKAGE SECTION.
           01 LK-CLAVE PIC X(03).
           01 LK-NOMBRE PIC A(30).
       PROCEDURE DIVISION USING LK-CLAVE LK-NOMBRE LK-ENCONTRADO.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
            IF NOT CATALOGO-CARGADO
                PERFORM 100100-CARGA-CATALOGO
            END-IF.
            MOVE LK-CLAVE TO WS-CLAVE-BUSCA.
            SET LK-PROFESOR-NO-ENCONTRADO TO TRUE.
            PERFORM VARYING WS-SUB-PROF FROM 1 BY 1
                    UNTIL WS-SUB-PROF > WS-CAT-TOTAL
                    OR LK-PROFESOR-ENCONTRADO
                IF WS-CAT-CLAVE(WS-SUB-PROF) = WS-CLAVE-BUSCA
                    MOVE WS-CAT-NOMBRE(WS-SUB-PROF) TO LK-NOMBRE
                    SET LK-PROFESOR-ENCONTRADO TO TRUE
                END-IF
            END-PERFORM.
            EXIT.

       100100-CARGA-CATALOGO.
            MOVE ZEROS TO WS-CAT-TOTAL.
            MOVE "N" TO WS-FIN-PROF.
            OPEN INPUT PROF-DOC.
            IF WS-STATUS = "00"
                PERFORM UNTIL FIN-PROFESORES
                    READ PROF-DOC NEXT RECORD
                        AT END
                            SET FIN-PROFESORES TO TRUE
                        NOT AT END
                            IF WS-CAT-TOTAL < 1000
                                ADD 1 TO WS-CAT-TOTAL
                                MOVE PROF-REG-CLAVE
                                    TO WS-CAT-CLAVE(WS-CAT-TOTAL)
                                MOVE PROF-REG-NOMBRE
                                    TO WS-CAT-NOMBRE(WS-CAT-TOTAL)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PROF-DOC
            END-IF.
            SET CATALOGO-CARGADO TO TRUE.
            EXIT.

       END PROGRAM PROFESOR-SEARCH.
