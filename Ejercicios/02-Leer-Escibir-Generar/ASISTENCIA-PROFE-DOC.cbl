      *          DE REPORTE ARMA "REP-HORAS-PROFE.txt" CON LAS HORAS
      *          IMPARTIDAS DEL MES POR PROFESOR (TITULAR PRESENTE O
      *          SUPLIENDO) Y MARCA LOS GRUPOS CON AUSENCIAS
      *          CRONICAS DEL TITULAR. NO SE REGISTRAN SESIONES EN
      *          DIAS INHABILES DEL PLANTEL ("dias-inhabiles.txt"), ASI
      *          QUE UN FESTIVO YA NO DEJA AUSENTE AL TITULAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASISTENCIA-PROFE-DOC.
               05 WS-SUPLENTE PIC 9(03) VALUE ZEROS.
               05 WS-MES-REPORTE PIC X(06) VALUE SPACES.
               05 WS-TITULAR PIC 9(03) VALUE ZEROS.
               05 WS-MAT-PLANTEL PIC 9(02) VALUE ZEROS.

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

      *    IDONEIDAD DEL SUPLENTE PARA LA MATERIA (IDONEIDAD-SEARCH).
           01 IDO-CALL.
               05 WS-IDO-PROFE PIC X(03).
               05 WS-IDO-MATERIA PIC X(04).
               05 WS-IDO-RESULTADO PIC X.
                   88 PROFE-IDONEO VALUE "S".
                   88 SIN-MATRIZ-IDONEIDAD VALUE "X".

      *    ACUMULADO MENSUAL POR PROFESOR (HORAS = SESIONES
      *    IMPARTIDAS) Y AUSENCIAS POR GRUPO, EN TABLAS DE MEMORIA
      *    AL ESTILO DE REP-MOROSOS-DOC.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

      *    CALENDARIO DE DIAS INHABILES (DIA-INHABIL-SEARCH).
           01 WS-DIA-CALL.
               05 WS-DIA-TIPO PIC X(01) VALUE SPACE.
                   88 DIA-HABIL VALUE SPACE.
               05 WS-DIA-DESCRIPCION PIC X(40).

           01 SWITCHES.
               05 WS-MAT-ENCONTRADA PIC X VALUE "N".
                   88 MATERIA-ENCONTRADA VALUE "S".
                   NOT INVALID KEY
                       SET MATERIA-ENCONTRADA TO TRUE
                       MOVE MAT-REG-PROFE-CLAVE TO WS-TITULAR
                       MOVE MAT-REG-PLANTEL TO WS-MAT-PLANTEL
                       MOVE MAT-REG-PROFE-CLAVE TO WS-PROF-CLAVE-LK
                       PERFORM 100270-RESUELVE-PROFESOR
                       DISPLAY "MATERIA: " MAT-REG-NOMBRE
           END-IF.
           IF MATERIA-ENCONTRADA
               PERFORM 100150-CAPTURA-FECHA
           END-IF.
           IF MATERIA-ENCONTRADA AND DIA-HABIL
               PERFORM 100160-CAPTURA-ESTADO
               PERFORM 100200-GRABA-SESION
           END-IF.
                   DISPLAY "**** FECHA INVALIDA, SE USA LA DE HOY ***"
               END-IF
           END-IF.
      *    EN UN DIA INHABIL DEL PLANTEL NO HUBO CLASE: NO SE
      *    REGISTRA SESION (NI AUSENCIA DEL TITULAR).
           MOVE SPACES TO WS-DIA-TIPO.
           CALL "DIA-INHABIL-SEARCH" USING
               WS-MAT-PLANTEL WS-FECHA-HOY WS-DIA-TIPO
               WS-DIA-DESCRIPCION.
           IF NOT DIA-HABIL
               DISPLAY "**** " WS-FECHA-HOY " ES DIA INHABIL ("
                       FUNCTION TRIM(WS-DIA-DESCRIPCION)
                       "); NO SE REGISTRA SESION ***"
           END-IF.
           EXIT.

       100160-CAPTURA-ESTADO.
                   PERFORM 100270-RESUELVE-PROFESOR
                   IF PROFESOR-ENCONTRADO
                       DISPLAY "SUPLENTE: " WS-PROF-NOMBRE-LK
                       PERFORM 100165-VALIDA-IDONEIDAD
                   ELSE
                       DISPLAY "**** CLAVE NO EXISTE EN "
                               "PROFESORES.TXT ***"
           END-IF.
           EXIT.

       100165-VALIDA-IDONEIDAD.
      *    EL SUPLENTE TAMBIEN DEBE ESTAR APROBADO PARA LA MATERIA EN
      *    IDONEIDAD.TXT; SI NO, SE RECAPTURA. SIN MATRIZ SOLO AVISA.
           MOVE WS-SUPLENTE TO WS-IDO-PROFE.
           MOVE WS-MAT-CAP-CLAVE TO WS-IDO-MATERIA.
           MOVE "N" TO WS-IDO-RESULTADO.
           CALL "IDONEIDAD-SEARCH" USING
               WS-IDO-PROFE WS-IDO-MATERIA WS-IDO-RESULTADO.
           IF SIN-MATRIZ-IDONEIDAD
               DISPLAY "**** AVISO: NO HAY MATRIZ DE IDONEIDAD "
                       "CAPTURADA ***"
           ELSE
               IF NOT PROFE-IDONEO
                   MOVE "N" TO WS-PROF-ENCONTRADO
                   DISPLAY "**** EL SUPLENTE NO ESTA APROBADO PARA "
                           "LA MATERIA " WS-MAT-CAP-CLAVE " ***"
               END-IF
           END-IF.
           EXIT.

       100200-GRABA-SESION.
      *    UNA SESION POR GRUPO + FECHA; UNA LISTA REPUESTA SE
      *    REESCRIBE, IGUAL QUE EN ASISTENCIA-MAKER-DOC.
