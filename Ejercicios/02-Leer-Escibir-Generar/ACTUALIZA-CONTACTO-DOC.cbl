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
       SELECT DOC-ACTUALIZA ASSIGN TO "actualiza-contactos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
               05 WS-FIN-ACT PIC X VALUE "N".
                   88 FIN-ACTUALIZA VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "ACTUALIZA-CONTACTO-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
                       ADD 1 TO WS-TOTAL-RECHAZADOS
                       PERFORM 100300-ESCRIBE-DISCREPANCIA
                   NOT INVALID KEY
                       MOVE "M" TO WS-IMG-OPERACION
                       CALL "IMAGEN-EST-WRITER" USING
                           WS-IMG-PROGRAMA WS-IMG-OPERACION
                           EST-REG-DOC
                       ADD 1 TO WS-TOTAL-APLICADOS
                       PERFORM 100320-AUDITORIA-LOG
               END-REWRITE
