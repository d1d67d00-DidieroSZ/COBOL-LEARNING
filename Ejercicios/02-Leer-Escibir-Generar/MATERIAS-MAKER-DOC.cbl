               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

      *    IDONEIDAD DEL PROFESOR PARA LA MATERIA (IDONEIDAD-SEARCH).
           01 IDO-CALL.
               05 WS-IDO-PROFE PIC X(03).
               05 WS-IDO-MATERIA PIC X(04).
               05 WS-IDO-RESULTADO PIC X.
                   88 PROFE-IDONEO VALUE "S".
                   88 SIN-MATRIZ-IDONEIDAD VALUE "X".

      *    MISMO FORMATO DE REGISTRO QUE DIARIO-MAKER.CBL ESCRIBE EN
      *    "DIARY-FILE.txt", PARA QUE LAS ALTAS DE MATERIA QUEDEN
      *    EN LA MISMA BITACORA DE OPERACIONES.
               PERFORM 200-FIN
               CLOSE DOC-MATERIAS
       END-EVALUATE.
      *    DRIVER-DIARIO-DOC LLAMA ESTE PROGRAMA Y DESPUES CORRE
      *    REPORTES EN LA MISMA CORRIDA: LAS BUSQUEDAS QUE YA TIENEN
      *    EL CATALOGO EN MEMORIA LO VUELVEN A CARGAR: EL CANCEL
      *    REGRESA SU WORKING-STORAGE AL ESTADO INICIAL (CATALOGO NO
      *    CARGADO); SI NINGUNA SE HA LLAMADO TODAVIA NO HACE NADA.
       CANCEL "DATA-MATERIAS-SEARCH".
       CANCEL "CREDITOS-SEARCH".
       GOBACK.

       100001-CAPTURA-OPERADOR.
                   WS-PROF-ENCONTRADO
               IF PROFESOR-ENCONTRADO
                   DISPLAY "PROFESOR: " WS-PROF-NOMBRE-LK
                   PERFORM 100114-VALIDA-IDONEIDAD
               ELSE
                   DISPLAY "**** CLAVE NO EXISTE EN PROFESORES.TXT "
                           "(USE PROFESOR-MAKER-DOC) ***"
           END-PERFORM.
           EXIT.

       100114-VALIDA-IDONEIDAD.
      *    EL PROFESOR DEBE ESTAR APROBADO PARA ESTA MATERIA EN
      *    IDONEIDAD.TXT (IDONEIDAD-MAKER-DOC); SI NO, SE RECAPTURA.
      *    SIN MATRIZ (ARRANQUE) SOLO SE AVISA.
           MOVE WS-PROFE-CLAVE TO WS-IDO-PROFE.
           MOVE WS-CLAVE TO WS-IDO-MATERIA.
           MOVE "N" TO WS-IDO-RESULTADO.
           CALL "IDONEIDAD-SEARCH" USING
               WS-IDO-PROFE WS-IDO-MATERIA WS-IDO-RESULTADO.
           IF SIN-MATRIZ-IDONEIDAD
               DISPLAY "**** AVISO: NO HAY MATRIZ DE IDONEIDAD "
                       "CAPTURADA ***"
           ELSE
               IF NOT PROFE-IDONEO
                   MOVE "N" TO WS-PROF-ENCONTRADO
                   DISPLAY "**** EL PROFESOR NO ESTA APROBADO PARA "
                           "LA MATERIA " WS-CLAVE
                           " (USE IDONEIDAD-MAKER-DOC) ***"
               END-IF
           END-IF.
           EXIT.

       100105-VERIFICA-DUPLICADO.
      *    AVISA (SIN BLOQUEAR) CUANDO LA MATERIA CAPTURADA COINCIDE
      *    CON UNA YA EXISTENTE EN EL CATALOGO.
       100900-CARGA-LOTE-MATERIAS.
      *    LEE UN ARCHIVO PRE-CONSTRUIDO CON UN REGISTRO POR MATERIA
      *    (MISMO FORMATO QUE MAT-REG-DOC) Y LO VUELCA A MATERIAS.TXT
      *    SIN PEDIR ACCEPT POR CADA CAMPO; SE VALIDA LA IDONEIDAD DEL
      *    PROFESOR Y QUE LA CLAVE NO ESTE DUPLICADA (ESTO LO HACE EL
      *    WRITE, YA QUE MAT-REG-CLAVE ES LA LLAVE DEL INDEXED).
           MOVE ZEROS TO WS-TOTAL-CARGADOS.
           MOVE ZEROS TO WS-TOTAL-RECHAZADOS.
           OPEN INPUT DOC-CARGA-MAT.
               CLOSE DOC-CARGA-MAT
               DISPLAY "**** MATERIAS CARGADAS: " WS-TOTAL-CARGADOS
                       " ***"
               DISPLAY "**** RECHAZADAS (DUPLICADA/NO IDONEO): "
                       WS-TOTAL-RECHAZADOS " ***"
           END-IF.
           EXIT.
           MOVE CARGA-REG-MAT TO MAT-REG-DOC.
           MOVE MAT-REG-NOMBRE TO WS-NOMBRE.
           MOVE MAT-REG-PROFE-CLAVE TO WS-PROFE-CLAVE.
      *    LA MISMA REGLA DE IDONEIDAD QUE LA CAPTURA (100114): SI EL
      *    PROFESOR NO ESTA APROBADO PARA LA MATERIA SE OMITE LA LINEA;
      *    SIN MATRIZ (ARRANQUE) SOLO SE AVISA.
           IF MAT-REG-PROFE-CLAVE NOT = ZEROS
               MOVE MAT-REG-PROFE-CLAVE TO WS-IDO-PROFE
               MOVE MAT-REG-CLAVE TO WS-IDO-MATERIA
               MOVE "N" TO WS-IDO-RESULTADO
               CALL "IDONEIDAD-SEARCH" USING
                   WS-IDO-PROFE WS-IDO-MATERIA WS-IDO-RESULTADO
               IF SIN-MATRIZ-IDONEIDAD
                   DISPLAY "**** AVISO: NO HAY MATRIZ DE IDONEIDAD "
                           "CAPTURADA ***"
               ELSE
                   IF NOT PROFE-IDONEO
                       ADD 1 TO WS-TOTAL-RECHAZADOS
                       DISPLAY "**** CLAVE " MAT-REG-CLAVE
                               " PROFESOR " MAT-REG-PROFE-CLAVE
                               " NO APROBADO, LINEA OMITIDA ***"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           WRITE MAT-REG-DOC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-RECHAZADOS
