       FILE SECTION.
           FD DOC-PARAMETROS.
      *    UN PASO POR LINEA, EN EL ORDEN EN QUE DEBE CORRER:
      *    MATERIAS, INTAKE, REPORTES, CORTE; EN LA VENTANA DE
      *    CALIFICACIONES SE AGREGA CALIF-PEND; ANTES DE CADA SESION
      *    DEL CONSEJO, INDICADORES; CADA NOCHE, LMS (CARGA DE
      *    CURSOS Y MATRICULAS PARA LA PLATAFORMA EN LINEA) Y
      *    CUENTAS (SOLICITUDES DE CUENTA INSTITUCIONAL A SISTEMAS)
      *    Y RECORDATORIO (AVISOS DE PAGO POR VENCER); CADA LUNES,
      *    AVANCE (AVANCE PROGRAMATICO POR GRUPO); AL FINAL,
      *    INTEGRIDAD (CLAVES Y REFERENCIAS HUERFANAS EN LOS
      *    ARCHIVOS SATELITE).
           01 PAR-REG PIC X(12).

           FD DOC-RUN-CONTROL.
               05 WS-PASO-ACTUAL PIC X(12) VALUE SPACES.
               05 WS-PASOS-CORRIDOS PIC 99 VALUE ZEROS.
               05 WS-PASOS-SALTADOS PIC 99 VALUE ZEROS.
               05 WS-VENTANA-TIPO PIC X(01) VALUE SPACE.
               05 WS-VENTANA-CICLO PIC X(10) VALUE SPACES.
               05 WS-VENTANA-DENTRO PIC X VALUE "S".
                   88 DENTRO-DE-VENTANA VALUE "S".

      *    PASOS YA COMPLETADOS HOY SEGUN EL CONTROL, PARA SALTARLOS
      *    EN UN REARRANQUE.
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] MANTENIMIENTO DE MATERIAS".
           DISPLAY "  [2] INTAKE DE ESTUDIANTES".
           DISPLAY "  [3] REPORTES (TRANSCRIPCION, ESTADISTICA Y "
                   "PENDIENTES)".
           DISPLAY "  [4] CORRIDA COMPLETA DEL DIA (1-2-3 EN ORDEN)".
           DISPLAY "  [5] CORTE DEL DIA (BALANCE DE MOVIMIENTOS)".
           DISPLAY "  [6] CORRIDA NOCTURNA DESATENDIDA".
       100300-REPORTES.
           CALL "EJERCICIO-FILE-OPEN".
           CALL "DATA-CALL-DOC".
           CALL "PENDIENTES-DIARIO-DOC".
           EXIT.

       100500-CORTE-DIA.
           CALL "CORTE-DIA-DOC".
           EXIT.

       100800-INDICADORES.
      *    HOJA DE INDICADORES POR PLANTEL PARA EL CONSEJO; NO
      *    PREGUNTA NADA, CORRE IGUAL DESATENDIDA.
           CALL "INDICADORES-DOC".
           EXIT.

       100900-LMS-EXPORTA.
      *    CURSOS, PROFESORES, ALUMNOS Y BAJAS DEL DIA PARA LA CARGA
      *    MASIVA DE LA PLATAFORMA; NO PREGUNTA NADA.
           CALL "LMS-EXPORTA-DOC".
           EXIT.

       100910-CUENTAS-PROVISION.
      *    ALTAS, DESHABILITACIONES Y REHABILITACIONES DE CUENTA
      *    INSTITUCIONAL DEL DIA PARA SISTEMAS; NO PREGUNTA NADA.
           CALL "CUENTAS-PROVISION-DOC".
           EXIT.

       100920-RECORDATORIOS-PAGO.
      *    AVISOS DE CARGOS Y PARCIALIDADES POR VENCER O QUE VENCEN
      *    HOY, A LA COLA DE NOTIFICACIONES; NO PREGUNTA NADA.
           CALL "RECORDATORIOS-PAGO-DOC".
           EXIT.

       100930-INTEGRIDAD.
      *    REVISION DE INTEGRIDAD REFERENCIAL DE LOS ARCHIVOS
      *    SATELITE CONTRA EL MAESTRO Y LOS CATALOGOS; SOLO REPORTA.
           CALL "INTEGRIDAD-REFERENCIAL-DOC".
           EXIT.

       100940-AVANCE.
      *    AVANCE PROGRAMATICO SEMANAL: UNIDADES VISTAS POR GRUPO
      *    CONTRA LO TRANSCURRIDO DEL CICLO; SOLO REPORTA.
           CALL "AVANCE-REPORTE-DOC".
           EXIT.

       100700-CALIF-PENDIENTE.
      *    SEGUIMIENTO DE ENTREGA DE CALIFICACIONES: SOLO CORRE DENTRO
      *    DE LA VENTANA "C" DEL CICLO ABIERTO (CICLO-VENTANA).
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "C" TO WS-VENTANA-TIPO.
           CALL "CICLO-VENTANA" USING
               WS-VENTANA-TIPO WS-FECHA-HOY WS-VENTANA-CICLO
               WS-VENTANA-DENTRO.
           IF DENTRO-DE-VENTANA
               CALL "CALIF-PENDIENTE-DOC"
           ELSE
               DISPLAY "**** FUERA DE LA VENTANA DE CALIFICACIONES "
                       "DEL CICLO " WS-VENTANA-CICLO "; SE OMITE ***"
           END-IF.
           EXIT.

       100400-CORRIDA-COMPLETA.
      *    ORDEN DEL DIA: MATERIAS ANTES QUE ESTUDIANTES (LAS MATERIAS
      *    DEBEN EXISTIR PARA QUE LA VALIDACION DE CLAVES EN
                   PERFORM 100300-REPORTES
               WHEN "CORTE"
                   PERFORM 100500-CORTE-DIA
               WHEN "CALIF-PEND"
                   PERFORM 100700-CALIF-PENDIENTE
               WHEN "INDICADORES"
                   PERFORM 100800-INDICADORES
               WHEN "LMS"
                   PERFORM 100900-LMS-EXPORTA
               WHEN "CUENTAS"
                   PERFORM 100910-CUENTAS-PROVISION
               WHEN "RECORDATORIO"
                   PERFORM 100920-RECORDATORIOS-PAGO
               WHEN "INTEGRIDAD"
                   PERFORM 100930-INTEGRIDAD
               WHEN "AVANCE"
                   PERFORM 100940-AVANCE
               WHEN OTHER
                   MOVE "N" TO WS-PASO-VALIDO
                   DISPLAY "**** PASO DESCONOCIDO: " WS-PASO-ACTUAL
