       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS PIC XX.
               05 WS-CLAVE-BUSCA PIC 99.
               05 WS-SUB-CAR PIC 9(03).

      *    CATALOGO EN MEMORIA: SE CARGA EN LA PRIMERA LLAMADA Y LAS
      *    DEMAS SE CONTESTAN DE AQUI EL RESTO DE LA CORRIDA. LA CLAVE
      *    ES DE DOS DIGITOS, ASI QUE CIEN RENGLONES CUBREN EL
      *    CATALOGO COMPLETO.
           01 WS-CATALOGO.
               05 WS-CAT-CARGADO PIC X VALUE "N".
                   88 CATALOGO-CARGADO VALUE "S".
               05 WS-CAT-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-CAT-RENGLON OCCURS 100 TIMES.
                   10 WS-CAT-CLAVE PIC 99.
                   10 WS-CAT-NOMBRE PIC A(30).
                   10 WS-CAT-DESCRIPCION PIC A(40).

           01 SWITCHES.
               05 WS-FIN-CAR PIC X VALUE "N".
                   88 FIN-CARRERAS VALUE "S".
       LINKAGE SECTION.
           01 LK-CLAVE PIC XX.
           01 LK-NOMBRE PIC A(30).
           LK-ENCONTRADA.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
            IF NOT CATALOGO-CARGADO
                PERFORM 100100-CARGA-CATALOGO
            END-IF.
            MOVE LK-CLAVE TO WS-CLAVE-BUSCA.
            SET LK-CARRERA-NO-ENCONTRADA TO TRUE.
            PERFORM VARYING WS-SUB-CAR FROM 1 BY 1
                    UNTIL WS-SUB-CAR > WS-CAT-TOTAL
                    OR LK-CARRERA-ENCONTRADA
                IF WS-CAT-CLAVE(WS-SUB-CAR) = WS-CLAVE-BUSCA
                    MOVE WS-CAT-NOMBRE(WS-SUB-CAR) TO LK-NOMBRE
                    MOVE WS-CAT-DESCRIPCION(WS-SUB-CAR)
                        TO LK-DESCRIPCION
                    SET LK-CARRERA-ENCONTRADA TO TRUE
                END-IF
            END-PERFORM.
            EXIT.

       100100-CARGA-CATALOGO.
            MOVE ZEROS TO WS-CAT-TOTAL.
            MOVE "N" TO WS-FIN-CAR.
            OPEN INPUT CAR-DOC.
            IF WS-STATUS = "00"
                PERFORM UNTIL FIN-CARRERAS
                    READ CAR-DOC NEXT RECORD
                        AT END
                            SET FIN-CARRERAS TO TRUE
                        NOT AT END
                            IF WS-CAT-TOTAL < 100
                                ADD 1 TO WS-CAT-TOTAL
                                MOVE CAR-CLAVE
                                    TO WS-CAT-CLAVE(WS-CAT-TOTAL)
                                MOVE CAR-NOMBRE
                                    TO WS-CAT-NOMBRE(WS-CAT-TOTAL)
                                MOVE CAR-DESCRIPCION
                                    TO WS-CAT-DESCRIPCION(WS-CAT-TOTAL)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CAR-DOC
            END-IF.
            SET CATALOGO-CARGADO TO TRUE.
            EXIT.
      *END PROGRAM CARRERA-SEARCH.
