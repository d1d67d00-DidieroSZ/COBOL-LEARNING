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
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
       SELECT DOC-SD ASSIGN TO "sin-derecho.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SD.
       SELECT DOC-CDV ASSIGN TO "calif-doble.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CDV-REG-LLAVE
           FILE STATUS IS WS-STATUS-CDV.
       SELECT DOC-DISCREP ASSIGN TO "discrepancias-calif.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DISCREP.
       SELECT DOC-LMS ASSIGN TO "lms-calif.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LMS-REG-LLAVE
           FILE STATUS IS WS-STATUS-LMS.

       DATA DIVISION.
       FILE SECTION.
               05 RECH-CAL-SEPARADOR PIC X(01).
               05 RECH-CAL-LINEA PIC X(40).

           FD DOC-CDV.
           COPY "CDV-REG-DOC.cpy".

           FD DOC-DISCREP.
      *    LISTA DE LA VERIFICACION A CIEGAS: UNA LINEA POR ALUMNO
      *    CUYAS CAPTURAS NO COINCIDIERON, CON AMBOS VALORES Y QUIEN
      *    LOS CAPTURO, PARA RESOLVER CONTRA LA HOJA EN PAPEL.
           01 LINEA-DISCREP PIC X(132).

           FD DOC-LMS.
      *    CALIFICACIONES TRAIDAS DE LA PLATAFORMA LMS (VER
      *    LMS-CALIF-DOC); SOLO SE ASIENTAN LAS QUE EL PROFESOR YA
      *    CONFIRMO.
           COPY "LMS-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
               05 WS-AUT2-LOGIN PIC X(10) VALUE SPACES.
               05 WS-AUT2-ROLES PIC X(05) VALUE "NNNNN".
               05 WS-AUT2-FIRMADO PIC X VALUE "N".
               05 WS-STATUS-CDV PIC XX.
               05 WS-STATUS-DISCREP PIC XX.
               05 WS-MODO-DOBLE PIC X VALUE "N".
               05 WS-DOBLE-FASE PIC X VALUE "1".
                   88 DOBLE-PRIMERA VALUE "1".
                   88 DOBLE-VERIFICA VALUE "2".
               05 WS-DOBLE-AUDITA PIC X VALUE "N".
                   88 DOBLE-VERIFICADO VALUE "S".
               05 WS-DOBLE-CAPTURO PIC X(10) VALUE SPACES.
               05 WS-DOBLE-PRIMER-OPER PIC X(10) VALUE SPACES.
               05 WS-DOBLE-MOTIVO PIC X(26) VALUE SPACES.
               05 WS-DOBLE-PRIMERAS PIC 9(04) VALUE ZEROS.
               05 WS-DOBLE-COINCIDEN PIC 9(04) VALUE ZEROS.
               05 WS-DOBLE-DIFIEREN PIC 9(04) VALUE ZEROS.
               05 WS-DOBLE-PENDIENTES PIC 9(04) VALUE ZEROS.
               05 WS-CDV-EXISTE PIC X VALUE "N".
                   88 CDV-EXISTE VALUE "S".
               05 WS-AUD-PTR PIC 9(03) VALUE 1.
               05 WS-STATUS-LMS PIC XX.
               05 WS-MODO-LMS PIC X VALUE "N".
               05 WS-LMS-SIN-CONFIRMAR PIC 9(04) VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
                   88 CAPTURA-PERMITIDA VALUE "S".
               05 WS-FIN-CSV PIC X VALUE "N".
                   88 FIN-CARGA-CSV VALUE "S".
               05 WS-FIN-CDV PIC X VALUE "N".
                   88 FIN-CDV VALUE "S".
               05 WS-FIN-LMS PIC X VALUE "N".
                   88 FIN-HOJA-LMS VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "CALIF-MATERIA-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

               IF WS-MODO-LOTE = "S"
                   PERFORM 100600-CARGA-CSV
               ELSE
                   DISPLAY "¿CARGA DESDE LA PLATAFORMA LMS "
                           "(CONFIRMADAS)? (S/N): " WITH NO ADVANCING
                   ACCEPT WS-MODO-LMS
                   MOVE FUNCTION UPPER-CASE(WS-MODO-LMS)
                       TO WS-MODO-LMS
               END-IF
               IF WS-MODO-LMS = "S"
                   PERFORM 100650-CARGA-LMS
               END-IF
               IF WS-MODO-LOTE NOT = "S" AND WS-MODO-LMS NOT = "S"
                   DISPLAY "¿CAPTURA CON DOBLE VERIFICACION? (S/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-MODO-DOBLE
                   MOVE FUNCTION UPPER-CASE(WS-MODO-DOBLE)
                       TO WS-MODO-DOBLE
                   IF WS-MODO-DOBLE = "S"
                       PERFORM 100700-DOBLE-CAPTURA
                   ELSE
                       PERFORM 100200-RECORRE-ESTUDIANTES
                       PERFORM 100900-RESUMEN
                   END-IF
               END-IF
               PERFORM 100790-CUENTA-PENDIENTES
               IF WS-DOBLE-PENDIENTES = ZEROS
                   PERFORM 100950-OFRECE-CIERRE-ACTA
               ELSE
                   DISPLAY "**** EL ACTA NO SE PUEDE CERRAR: "
                           WS-DOBLE-PENDIENTES " ALUMNOS SIN "
                           "VERIFICAR EN CALIF-DOBLE.TXT ***"
               END-IF
           END-IF
       END-IF.
       GOBACK.
                   DISPLAY "**** ERROR AL ACTUALIZAR, STATUS: "
                           WS-STATUS-EST
               NOT INVALID KEY
                   MOVE "M" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
                   ADD 1 TO WS-TOTAL-ACTUALIZADOS
                   PERFORM 100320-AUDITORIA-LOG
                   PERFORM 100330-CAMBIOS-LOG
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           MOVE 1 TO WS-AUD-PTR.
           STRING
               "CALIF-MATERIA" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MAT-CAPTURA DELIMITED BY SIZE
               " P" DELIMITED BY SIZE
               WS-PARCIAL-NUM DELIMITED BY SIZE
           INTO LINEA-AUDITORIA WITH POINTER WS-AUD-PTR.
      *    EN DOBLE CAPTURA QUEDA QUIEN TECLEO LA HOJA Y QUIEN LA
      *    VERIFICO A CIEGAS.
           IF DOBLE-VERIFICADO
               STRING
                   " CAPTURO " DELIMITED BY SIZE
                   WS-DOBLE-CAPTURO DELIMITED BY SIZE
                   " VERIFICO " DELIMITED BY SIZE
                   WS-OPERADOR(1:10) DELIMITED BY SIZE
               INTO LINEA-AUDITORIA WITH POINTER WS-AUD-PTR
           END-IF.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

           END-IF.
           EXIT.

       100650-CARGA-LMS.
      *    ASIENTA LA HOJA QUE EL PROFESOR CONFIRMO EN LMS-CALIF-DOC
      *    POR EL MISMO CAMINO QUE LA CARGA CSV (100630): LA VENTANA
      *    Y EL CANDADO DE ACTA YA PASARON, Y CADA RENGLON SE REVISA
      *    CONTRA SIN DERECHO, RANGO Y DECIMALES. EL RESULTADO QUEDA
      *    EN LMS-CALIF.TXT: "A" ASENTADA O "R" CON SU MOTIVO.
           MOVE ZEROS TO WS-CSV-CARGADOS.
           MOVE ZEROS TO WS-CSV-RECHAZADOS.
           MOVE ZEROS TO WS-LMS-SIN-CONFIRMAR.
           OPEN I-O DOC-LMS.
           IF WS-STATUS-LMS NOT = "00"
               DISPLAY "**** NO HAY CALIFICACIONES DE LA PLATAFORMA "
                       "(LMS-CALIF.TXT) ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ESTUDIANTES.TXT NO EXISTE TODAVIA ***"
               CLOSE DOC-LMS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAT-CAPTURA TO LMS-REG-MATERIA.
           MOVE WS-PARCIAL-NUM TO LMS-REG-PARCIAL.
           MOVE ZEROS TO LMS-REG-CLAVE.
           MOVE "N" TO WS-FIN-LMS.
           START DOC-LMS KEY IS >= LMS-REG-LLAVE
               INVALID KEY
                   SET FIN-HOJA-LMS TO TRUE
           END-START.
           PERFORM UNTIL FIN-HOJA-LMS
               READ DOC-LMS NEXT RECORD
                   AT END
                       SET FIN-HOJA-LMS TO TRUE
                   NOT AT END
                       IF LMS-REG-MATERIA NOT = WS-MAT-CAPTURA
                           OR LMS-REG-PARCIAL NOT = WS-PARCIAL-NUM
                           SET FIN-HOJA-LMS TO TRUE
                       ELSE
                           PERFORM 100660-ASIENTA-LMS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-EST.
           CLOSE DOC-LMS.
           DISPLAY "**** RENGLONES APLICADOS:  "
                   WS-CSV-CARGADOS " ***".
           DISPLAY "**** RENGLONES RECHAZADOS: "
                   WS-CSV-RECHAZADOS " ***".
           IF WS-LMS-SIN-CONFIRMAR > ZEROS
               DISPLAY "**** " WS-LMS-SIN-CONFIRMAR " RENGLONES SIN "
                       "CONFIRMAR POR EL PROFESOR; NO SE ASENTARON ***"
           END-IF.
           EXIT.

       100660-ASIENTA-LMS.
           IF LMS-PENDIENTE
               ADD 1 TO WS-LMS-SIN-CONFIRMAR
           END-IF.
           IF NOT LMS-CONFIRMADA
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CSV-MOTIVO.
           MOVE LMS-REG-CALIF TO WS-CSV-CALIF-TXT.
           MOVE LMS-REG-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   MOVE "CLAVE NO EXISTE EN ESTUDIANTES.TXT"
                       TO WS-CSV-MOTIVO
               NOT INVALID KEY
                   PERFORM 100630-VALIDA-Y-APLICA
           END-READ.
           IF WS-CSV-MOTIVO = SPACES
               SET LMS-ASENTADA TO TRUE
               MOVE WS-AUD-FECHA TO LMS-REG-FECHA-ASIENTO
               MOVE SPACES TO LMS-REG-MOTIVO
           ELSE
               ADD 1 TO WS-CSV-RECHAZADOS
               SET LMS-RECHAZADA TO TRUE
               MOVE WS-CSV-MOTIVO TO LMS-REG-MOTIVO
           END-IF.
           REWRITE LMS-REG-DOC
               INVALID KEY
                   DISPLAY "**** ERROR AL ACTUALIZAR LMS-CALIF.TXT, "
                           "STATUS: " WS-STATUS-LMS
           END-REWRITE.
           EXIT.

       100700-DOBLE-CAPTURA.
      *    DOBLE CAPTURA DE LA HOJA: EL PRIMER OPERADOR LA TECLEA A
      *    "calif-doble.txt" SIN TOCAR ESTUDIANTES.TXT; OTRO OPERADOR
      *    LA VUELVE A TECLEAR SIN VER LA PRIMERA. SOLO LO QUE
      *    COINCIDE SE ASIENTA (100240) Y LO DEMAS SE LISTA EN
      *    DISCREPANCIAS-CALIF.TXT PARA RESOLVER CONTRA EL PAPEL.
           OPEN I-O DOC-CDV.
           IF WS-STATUS-CDV = "35"
               OPEN OUTPUT DOC-CDV
               CLOSE DOC-CDV
               OPEN I-O DOC-CDV
           END-IF.
           IF WS-STATUS-CDV NOT = "00"
               DISPLAY "**** ERROR AL ABRIR CALIF-DOBLE.TXT, STATUS: "
                       WS-STATUS-CDV
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100710-DETERMINA-FASE.
           IF DOBLE-VERIFICA
               AND WS-DOBLE-PRIMER-OPER = WS-OPERADOR(1:10)
               DISPLAY "**** USTED HIZO LA PRIMERA CAPTURA DE ESTA "
                       "HOJA; LA VERIFICA OTRO OPERADOR ***"
               CLOSE DOC-CDV
               EXIT PARAGRAPH
           END-IF.
           IF DOBLE-PRIMERA
               DISPLAY "**** PRIMERA CAPTURA: VA A CALIF-DOBLE.TXT "
                       "HASTA SU VERIFICACION ***"
           ELSE
               DISPLAY "**** VERIFICACION A CIEGAS DE LA CAPTURA DE "
                       FUNCTION TRIM(WS-DOBLE-PRIMER-OPER) " ***"
               OPEN OUTPUT DOC-DISCREP
               PERFORM 100715-ENCABEZA-DISCREP
           END-IF.
           MOVE "N" TO WS-FIN-EST.
           OPEN I-O DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ESTUDIANTES.TXT NO EXISTE TODAVIA ***"
           ELSE
               PERFORM UNTIL FIN-ESTUDIANTES
                   READ DOC-EST NEXT RECORD
                       AT END
                           SET FIN-ESTUDIANTES TO TRUE
                       NOT AT END
                           PERFORM 100720-DOBLE-ESTUDIANTE
                   END-READ
               END-PERFORM
               CLOSE DOC-EST
           END-IF.
           IF DOBLE-VERIFICA
               CLOSE DOC-DISCREP
           END-IF.
           CLOSE DOC-CDV.
           PERFORM 100780-AUDITA-DOBLE.
           PERFORM 100785-RESUMEN-DOBLE.
           EXIT.

       100710-DETERMINA-FASE.
      *    SI YA HAY CAPTURAS PENDIENTES DE ESTA MATERIA+GRUPO Y
      *    PARCIAL, ESTA SESION ES LA VERIFICACION; SI NO, ES LA
      *    PRIMERA CAPTURA. QUIEN TECLEO LA HOJA QUEDA APARTE DE
      *    WS-DOBLE-CAPTURO, QUE SE REUSA POR CADA CALIFICACION.
           SET DOBLE-PRIMERA TO TRUE.
           MOVE SPACES TO WS-DOBLE-PRIMER-OPER.
           MOVE WS-MAT-CAPTURA TO CDV-REG-MATERIA.
           MOVE WS-PARCIAL-NUM TO CDV-REG-PARCIAL.
           MOVE ZEROS TO CDV-REG-CLAVE.
           START DOC-CDV KEY IS >= CDV-REG-LLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ DOC-CDV NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF CDV-REG-MATERIA = WS-MAT-CAPTURA
               AND CDV-REG-PARCIAL = WS-PARCIAL-NUM
               SET DOBLE-VERIFICA TO TRUE
               MOVE CDV-REG-OPERADOR-1 TO WS-DOBLE-PRIMER-OPER
           END-IF.
           EXIT.

       100715-ENCABEZA-DISCREP.
           INITIALIZE LINEA-DISCREP.
           STRING
               "DISCREPANCIAS DE DOBLE CAPTURA MAT " DELIMITED BY SIZE
               WS-MAT-CAPTURA DELIMITED BY SIZE
               " PARCIAL " DELIMITED BY SIZE
               WS-PARCIAL-NUM DELIMITED BY SIZE
               " FECHA " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               " VERIFICO " DELIMITED BY SIZE
               WS-OPERADOR(1:10) DELIMITED BY SIZE
           INTO LINEA-DISCREP.
           WRITE LINEA-DISCREP.
           MOVE SPACES TO LINEA-DISCREP.
           MOVE "CLAVE" TO LINEA-DISCREP(1:5).
           MOVE "ALUMNO" TO LINEA-DISCREP(10:6).
           MOVE "1RA" TO LINEA-DISCREP(53:3).
           MOVE "OPERADOR" TO LINEA-DISCREP(57:8).
           MOVE "2DA" TO LINEA-DISCREP(70:3).
           MOVE "OPERADOR" TO LINEA-DISCREP(74:8).
           MOVE "ESTA" TO LINEA-DISCREP(86:4).
           MOVE "MOTIVO" TO LINEA-DISCREP(91:6).
           WRITE LINEA-DISCREP.
           EXIT.

       100720-DOBLE-ESTUDIANTE.
      *    MISMO CRUCE QUE 100210: SOLO ALUMNOS ACTIVOS INSCRITOS.
           MOVE ZEROS TO WS-SLOT.
           IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
               PERFORM 100220-BUSCA-SLOT
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
           END-IF.
           IF WS-SLOT > ZEROS
               ADD 1 TO WS-TOTAL-REVISADOS
               PERFORM 100730-CAPTURA-DOBLE
           END-IF.
           EXIT.

       100730-CAPTURA-DOBLE.
      *    NO SE MUESTRAN LAS CALIFICACIONES VIGENTES NI LA PRIMERA
      *    CAPTURA: LA SEGUNDA SE TECLEA A CIEGAS DESDE EL PAPEL.
           DISPLAY "------------------------------------------".
           DISPLAY "ALUMNO " EST-REG-CLAVE " "
                   FUNCTION TRIM(EST-REG-NOMBRE).
      *    EL OVERRIDE DE SIN DERECHO PIDE FIRMA ADMIN; ESOS ALUMNOS
      *    SE CAPTURAN EN MODO DIRECTO.
           IF WS-PARCIAL-NUM = 3
               MOVE "N" TO WS-SD-MARCADO
               CALL "SIN-DERECHO-SEARCH" USING
                   EST-REG-CLAVE WS-MAT-CAPTURA WS-SD-MARCADO
               IF ALUMNO-SIN-DERECHO
                   DISPLAY "**** SIN DERECHO A FINAL; SE CAPTURA EN "
                           "MODO DIRECTO CON OVERRIDE ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "N" TO WS-CALIF-VALIDA.
           PERFORM UNTIL WS-CALIF-VALIDA = "S"
               DISPLAY "LOG -- PARCIAL " WS-PARCIAL-NUM " (0-100, "
                       "EJ. 85.5, ENTER SI NO TRAE CALIFICACION): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-CALIF-ENTRADA
               ACCEPT WS-CALIF-ENTRADA
               IF WS-CALIF-ENTRADA = SPACES
                   MOVE "S" TO WS-CALIF-VALIDA
               ELSE
                   PERFORM 100235-VALIDA-DECIMAL
                   IF WS-CALIF-VALIDA = "S"
                       AND WS-CALIF-TEMP > 100
                       DISPLAY "**** CALIFICACION FUERA DE RANGO "
                               "0-100 ***"
                       MOVE "N" TO WS-CALIF-VALIDA
                   END-IF
               END-IF
           END-PERFORM.
           IF DOBLE-PRIMERA
               IF WS-CALIF-ENTRADA NOT = SPACES
                   PERFORM 100740-GRABA-PRIMERA
               END-IF
           ELSE
               PERFORM 100750-VERIFICA-CAPTURA
           END-IF.
           EXIT.

       100740-GRABA-PRIMERA.
           INITIALIZE CDV-REG-DOC.
           MOVE WS-MAT-CAPTURA TO CDV-REG-MATERIA.
           MOVE WS-PARCIAL-NUM TO CDV-REG-PARCIAL.
           MOVE EST-REG-CLAVE TO CDV-REG-CLAVE.
           MOVE SPACE TO CDV-REG-ESTADO.
           MOVE WS-CALIF-TEMP TO CDV-REG-CALIF-1.
           MOVE WS-OPERADOR(1:10) TO CDV-REG-OPERADOR-1.
           MOVE WS-AUD-FECHA TO CDV-REG-FECHA-1.
           MOVE WS-MOTIVO TO CDV-REG-MOTIVO.
           WRITE CDV-REG-DOC
               INVALID KEY
                   DISPLAY "**** ERROR AL GRABAR LA CAPTURA, STATUS: "
                           WS-STATUS-CDV
               NOT INVALID KEY
                   ADD 1 TO WS-DOBLE-PRIMERAS
           END-WRITE.
           EXIT.

       100750-VERIFICA-CAPTURA.
           MOVE "N" TO WS-CDV-EXISTE.
           MOVE WS-MAT-CAPTURA TO CDV-REG-MATERIA.
           MOVE WS-PARCIAL-NUM TO CDV-REG-PARCIAL.
           MOVE EST-REG-CLAVE TO CDV-REG-CLAVE.
           READ DOC-CDV
               NOT INVALID KEY
                   SET CDV-EXISTE TO TRUE
           END-READ.
           IF NOT CDV-EXISTE
               IF WS-CALIF-ENTRADA NOT = SPACES
                   INITIALIZE CDV-REG-DOC
                   MOVE "SIN PRIMERA CAPTURA" TO WS-DOBLE-MOTIVO
                   PERFORM 100770-LISTA-DISCREPANCIA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF CDV-REG-OPERADOR-1 = WS-OPERADOR(1:10)
               OR CDV-REG-OPERADOR-2 = WS-OPERADOR(1:10)
               DISPLAY "**** USTED YA CAPTURO A ESTE ALUMNO; LO "
                       "VERIFICA OTRO OPERADOR ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CALIF-ENTRADA = SPACES
               MOVE "SEGUNDA CAPTURA EN BLANCO" TO WS-DOBLE-MOTIVO
               PERFORM 100770-LISTA-DISCREPANCIA
               EXIT PARAGRAPH
           END-IF.
      *    COINCIDE CON LA PRIMERA, O EN UNA DISCREPANCIA CON
      *    CUALQUIERA DE LAS DOS ANTERIORES (DOS DE TRES).
           MOVE SPACES TO WS-DOBLE-CAPTURO.
           IF WS-CALIF-TEMP = CDV-REG-CALIF-1
               MOVE CDV-REG-OPERADOR-1 TO WS-DOBLE-CAPTURO
           ELSE
               IF CDV-DISCREPANCIA
                   AND WS-CALIF-TEMP = CDV-REG-CALIF-2
                   MOVE CDV-REG-OPERADOR-2 TO WS-DOBLE-CAPTURO
               END-IF
           END-IF.
           IF WS-DOBLE-CAPTURO NOT = SPACES
               PERFORM 100760-ASIENTA-COINCIDENCIA
           ELSE
               MOVE "NO COINCIDE" TO WS-DOBLE-MOTIVO
               PERFORM 100770-LISTA-DISCREPANCIA
               IF CDV-POR-VERIFICAR
                   MOVE "D" TO CDV-REG-ESTADO
                   MOVE WS-CALIF-TEMP TO CDV-REG-CALIF-2
                   MOVE WS-OPERADOR(1:10) TO CDV-REG-OPERADOR-2
                   MOVE WS-AUD-FECHA TO CDV-REG-FECHA-2
                   REWRITE CDV-REG-DOC
                       INVALID KEY
                           DISPLAY "**** ERROR AL ACTUALIZAR "
                                   "CALIF-DOBLE.TXT, STATUS: "
                                   WS-STATUS-CDV
                   END-REWRITE
               END-IF
           END-IF.
           EXIT.

       100760-ASIENTA-COINCIDENCIA.
      *    LA CALIFICACION VERIFICADA SE ASIENTA CON EL MOTIVO DE LA
      *    PRIMERA CAPTURA Y SALE DEL AREA DE PENDIENTES.
           MOVE CDV-REG-MOTIVO TO WS-MOTIVO.
           SET DOBLE-VERIFICADO TO TRUE.
           PERFORM 100240-ACTUALIZA-REGISTRO.
           MOVE "N" TO WS-DOBLE-AUDITA.
           DELETE DOC-CDV
               INVALID KEY
                   DISPLAY "**** ERROR AL DEPURAR CALIF-DOBLE.TXT, "
                           "STATUS: " WS-STATUS-CDV
           END-DELETE.
           ADD 1 TO WS-DOBLE-COINCIDEN.
           DISPLAY "**** VERIFICADA Y ASENTADA ***".
           EXIT.

       100770-LISTA-DISCREPANCIA.
           ADD 1 TO WS-DOBLE-DIFIEREN.
           DISPLAY "**** " FUNCTION TRIM(WS-DOBLE-MOTIVO)
                   "; QUEDA PARA RESOLVER CONTRA LA HOJA ***".
           MOVE CDV-REG-CALIF-1 TO WS-CAL-EDIT(1).
           MOVE CDV-REG-CALIF-2 TO WS-CAL-EDIT(2).
           MOVE WS-CALIF-TEMP TO WS-CAL-EDIT(3).
           IF WS-CALIF-ENTRADA = SPACES
               MOVE ZEROS TO WS-CAL-EDIT(3)
           END-IF.
           INITIALIZE LINEA-DISCREP.
           STRING
               EST-REG-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EST-REG-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAL-EDIT(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CDV-REG-OPERADOR-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAL-EDIT(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CDV-REG-OPERADOR-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAL-EDIT(3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DOBLE-MOTIVO DELIMITED BY SIZE
           INTO LINEA-DISCREP.
           WRITE LINEA-DISCREP.
           EXIT.

       100780-AUDITA-DOBLE.
      *    UNA LINEA POR SESION: QUIEN CAPTURO Y, EN LA VERIFICACION,
      *    QUIEN VERIFICO Y COMO QUEDO LA HOJA.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           MOVE 1 TO WS-AUD-PTR.
           STRING
               "CALIF-MATERIA" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|DOBLE MAT " DELIMITED BY SIZE
               WS-MAT-CAPTURA DELIMITED BY SIZE
               " P" DELIMITED BY SIZE
               WS-PARCIAL-NUM DELIMITED BY SIZE
           INTO LINEA-AUDITORIA WITH POINTER WS-AUD-PTR.
           IF DOBLE-PRIMERA
               STRING
                   " CAPTURO " DELIMITED BY SIZE
                   WS-OPERADOR(1:10) DELIMITED BY SIZE
                   " ALUMNOS " DELIMITED BY SIZE
                   WS-DOBLE-PRIMERAS DELIMITED BY SIZE
               INTO LINEA-AUDITORIA WITH POINTER WS-AUD-PTR
           ELSE
               STRING
                   " CAPTURO " DELIMITED BY SIZE
                   WS-DOBLE-PRIMER-OPER DELIMITED BY SIZE
                   " VERIFICO " DELIMITED BY SIZE
                   WS-OPERADOR(1:10) DELIMITED BY SIZE
                   " OK " DELIMITED BY SIZE
                   WS-DOBLE-COINCIDEN DELIMITED BY SIZE
                   " DIF " DELIMITED BY SIZE
                   WS-DOBLE-DIFIEREN DELIMITED BY SIZE
               INTO LINEA-AUDITORIA WITH POINTER WS-AUD-PTR
           END-IF.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100785-RESUMEN-DOBLE.
           DISPLAY "*****************************************".
           DISPLAY "**** MATERIA " WS-MAT-CAPTURA " - "
                   FUNCTION TRIM(WS-MAT-NOMBRE).
           DISPLAY "**** INSCRITOS REVISADOS:  " WS-TOTAL-REVISADOS.
           IF DOBLE-PRIMERA
               DISPLAY "**** PRIMERAS CAPTURAS:    " WS-DOBLE-PRIMERAS
           ELSE
               DISPLAY "**** VERIFICADAS/ASENTADAS: "
                       WS-DOBLE-COINCIDEN
               DISPLAY "**** DISCREPANCIAS:        " WS-DOBLE-DIFIEREN
               IF WS-DOBLE-DIFIEREN > ZEROS
                   DISPLAY "**** VER DISCREPANCIAS-CALIF.TXT ***"
               END-IF
           END-IF.
           DISPLAY "*****************************************".
           EXIT.

       100790-CUENTA-PENDIENTES.
      *    CAPTURAS DE ESTA HOJA QUE AUN NO SE VERIFICAN; MIENTRAS
      *    HAYA, EL ACTA DEL PARCIAL NO SE OFRECE PARA CIERRE.
           MOVE ZEROS TO WS-DOBLE-PENDIENTES.
           OPEN INPUT DOC-CDV.
           IF WS-STATUS-CDV NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAT-CAPTURA TO CDV-REG-MATERIA.
           MOVE WS-PARCIAL-NUM TO CDV-REG-PARCIAL.
           MOVE ZEROS TO CDV-REG-CLAVE.
           MOVE "N" TO WS-FIN-CDV.
           START DOC-CDV KEY IS >= CDV-REG-LLAVE
               INVALID KEY
                   SET FIN-CDV TO TRUE
           END-START.
           PERFORM UNTIL FIN-CDV
               READ DOC-CDV NEXT RECORD
                   AT END
                       SET FIN-CDV TO TRUE
                   NOT AT END
                       IF CDV-REG-MATERIA = WS-MAT-CAPTURA
                           AND CDV-REG-PARCIAL = WS-PARCIAL-NUM
                           ADD 1 TO WS-DOBLE-PENDIENTES
                       ELSE
                           SET FIN-CDV TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-CDV.
           EXIT.

       100900-RESUMEN.
           DISPLAY "*****************************************".
           DISPLAY "**** MATERIA " WS-MAT-CAPTURA " - "
