               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

      *    IDONEIDAD DEL PROFESOR PARA LA MATERIA (IDONEIDAD-SEARCH).
           01 IDO-CALL.
               05 WS-IDO-PROFE PIC X(03).
               05 WS-IDO-MATERIA PIC X(04).
               05 WS-IDO-RESULTADO PIC X.
                   88 PROFE-IDONEO VALUE "S".
                   88 SIN-MATRIZ-IDONEIDAD VALUE "X".

           01 PAR-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
                           "PROFESORES.TXT ***"
               END-IF
           END-PERFORM.
      *    SOLO SE ASIGNA A PROFESORES APROBADOS PARA LA MATERIA EN
      *    IDONEIDAD.TXT; SIN MATRIZ CAPTURADA SOLO SE AVISA.
           MOVE WS-PROFE TO WS-IDO-PROFE.
           MOVE WS-LLAVE-ASIGNA(1:4) TO WS-IDO-MATERIA.
           MOVE "N" TO WS-IDO-RESULTADO.
           CALL "IDONEIDAD-SEARCH" USING
               WS-IDO-PROFE WS-IDO-MATERIA WS-IDO-RESULTADO.
           IF SIN-MATRIZ-IDONEIDAD
               DISPLAY "**** AVISO: NO HAY MATRIZ DE IDONEIDAD "
                       "CAPTURADA ***"
           ELSE
               IF NOT PROFE-IDONEO
                   DISPLAY "**** EL PROFESOR NO ESTA APROBADO PARA "
                           "LA MATERIA " WS-LLAVE-ASIGNA(1:4)
                           "; ASIGNACION RECHAZADA ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 100310-CUENTA-GRUPOS-PROFE.
           IF WS-GRUPOS-DEL-PROFE >= WS-MAX-GRUPOS
               DISPLAY "**** EL PROFESOR YA TIENE "
