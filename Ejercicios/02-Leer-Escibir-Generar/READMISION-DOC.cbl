           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-REG-CLAVE
           ALTERNATE RECORD KEY IS EST-REG-NOMBRE
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-CARRERA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-PLANTEL
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-EST.

       DATA DIVISION.
               05 WS-PLAN-EXISTE PIC X VALUE "N".
                   88 PLAN-EXISTE VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "READMISION-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
                       DISPLAY "**** CLAVE NO ENCONTRADA ***"
                       CLOSE DOC-EST
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN EST-ACTIVO
                               DISPLAY "**** EL ALUMNO YA ESTA "
                                       "ACTIVO ***"
                               CLOSE DOC-EST
      *                    UNA CLAVE FUSIONADA NO SE REVIVE; SE
      *                    READMITE LA CLAVE SOBREVIVIENTE.
                           WHEN EST-FUSIONADO
                               DISPLAY "**** CLAVE FUSIONADA EN OTRA; "
                                       "VER FUSIONES.TXT ***"
                               CLOSE DOC-EST
                           WHEN OTHER
                               SET EST-ENCONTRADO TO TRUE
                               DISPLAY "ESTUDIANTE: "
                                       FUNCTION TRIM(EST-REG-NOMBRE)
                               DISPLAY "ESTATUS ACTUAL: "
                                       EST-REG-ESTATUS
                       END-EVALUATE
               END-READ
           END-IF.
           EXIT.
                       DISPLAY "**** ERROR AL REACTIVAR, STATUS: "
                               WS-STATUS-EST
                   NOT INVALID KEY
                       MOVE "M" TO WS-IMG-OPERACION
                       CALL "IMAGEN-EST-WRITER" USING
                           WS-IMG-PROGRAMA WS-IMG-OPERACION
                           EST-REG-DOC
                       DISPLAY "**** ESTUDIANTE READMITIDO ***"
                       PERFORM 100700-AUDITORIA-LOG
               END-REWRITE
