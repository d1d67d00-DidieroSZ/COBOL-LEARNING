       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           MOVE "CALIF-APROB" TO WS-PARAM-NOMBRE.
