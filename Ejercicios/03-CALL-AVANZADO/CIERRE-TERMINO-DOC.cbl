      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: GUIDED TERM-CLOSE DRIVER. ANTES DE TOMAR EL SNAPSHOT
      *          PRUEBA QUE EL TERMINO ESTA LISTO PARA CERRARSE: TODAS
      *          LAS ACTAS DE LOS GRUPOS CON ALUMNOS CERRADAS EN
      *          "actas.txt", SIN-DERECHO-DOC CORRIDO DENTRO DEL CICLO
      *          ("REP-SIN-DERECHO.txt"), NINGUN EXTRAORDINARIO "P"
      *          EN "extraordinarios.txt", NINGUN GRUPO CON FINALES
      *          SIN CAPTURAR (SALVO PARES SIN DERECHO) Y LA VENTANA
      *          DE CALIFICACIONES DEL CICLO ABIERTO YA TERMINADA.
      *          CON TODO EN ORDEN CORRE, EN ESTE ORDEN, TERM-CLOSE-DOC,
      *          PROMO-TERMINO-DOC, PROBATORIA-DOC, BECAS-REVISION-DOC
      *          Y LOS REPORTES DE TERMINO (TENDENCIA Y COHORTES),
      *          ASENTANDO CADA PASO EN "cierre-corrida.txt" PARA QUE
      *          UN REARRANQUE DEL MISMO TERMINO SALTE LO YA HECHO,
      *          COMO DRIVER-DIARIO-DOC. DEJA LA LISTA DE CIERRE PARA
      *          FIRMA EN "REP-CIERRE-<termino>.txt". SOLO ROL ADMIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-TERMINO-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-CICLOS ASSIGN TO "ciclos.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CIC-REG-ID
                   FILE STATUS WS-STATUS-CIC.

               SELECT DOC-MAT ASSIGN TO "materias.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT DOC-EST ASSIGN TO "estudiantes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST.

               SELECT DOC-ACTAS ASSIGN TO "actas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-ACTAS.

               SELECT DOC-EXT ASSIGN TO "extraordinarios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-EXT.

               SELECT DOC-SD-REP ASSIGN TO "REP-SIN-DERECHO.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-SDR.

               SELECT DOC-CIERRE-CTL ASSIGN TO "cierre-corrida.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-CTL.

               SELECT REP-CIERRE ASSIGN TO WS-REP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-REP.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-CICLOS.
               01 CIC-REG-DOC.
                   05 CIC-REG-ID PIC X(10).
                   05 CIC-REG-INSCR-INI PIC 9(08).
                   05 CIC-REG-INSCR-FIN PIC 9(08).
                   05 CIC-REG-CALIF-INI PIC 9(08).
                   05 CIC-REG-CALIF-FIN PIC 9(08).
                   05 CIC-REG-ESTATUS PIC X(01).

           FD DOC-MAT.
               COPY "MAT-REG-DOC.cpy".

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-ACTAS.
               01 ACTA-REG.
                   05 ACTA-MATERIA PIC X(06).
                   05 ACTA-PARCIAL PIC 9(01).
                   05 ACTA-ESTADO PIC X(01).
                   05 ACTA-FECHA PIC 9(08).
                   05 ACTA-OPERADOR PIC X(10).
                   05 ACTA-MOTIVO PIC X(30).

           FD DOC-EXT.
      *    MISMO DIARIO QUE EXTRAORDINARIO-MAKER-DOC: LA ULTIMA LINEA
      *    DE LA PAREJA CLAVE+MATERIA ES LA VIGENTE.
               01 EXT-REG-DOC.
                   05 EXT-REG-CLAVE PIC 9(08).
                   05 EXT-REG-MATERIA PIC 9(04).
                   05 EXT-REG-FECHA PIC 9(08).
                   05 EXT-REG-CALIF PIC 9(03)V9.
                   05 EXT-REG-RESULTADO PIC X(01).
                       88 EXT-PENDIENTE VALUE "P".

           FD DOC-SD-REP.
      *    ENCABEZADO DEL REPORTE DE SIN-DERECHO-DOC: "MARCADO DE SIN
      *    DERECHO AL AAAAMMDD" DICE CUANDO CORRIO POR ULTIMA VEZ.
               01 SDR-LINEA.
                   05 SDR-TITULO PIC X(26).
                   05 SDR-FECHA PIC X(08).
                   05 FILLER PIC X(98).

           FD DOC-CIERRE-CTL.
      *    UNA LINEA POR PASO TERMINADO: TERMINO, PASO, ESTATUS, FECHA
      *    Y HORAS DE INICIO/FIN; ES LA MEMORIA DEL REARRANQUE.
               01 CTL-REG.
                   05 CTL-TERMINO PIC X(10).
                   05 CTL-SEP-1 PIC X.
                   05 CTL-PASO PIC X(12).
                   05 CTL-SEP-2 PIC X.
                   05 CTL-ESTATUS PIC X(02).
                   05 CTL-SEP-3 PIC X.
                   05 CTL-FECHA PIC 9(08).
                   05 CTL-SEP-4 PIC X.
                   05 CTL-HORA-INI PIC X(06).
                   05 CTL-SEP-5 PIC X.
                   05 CTL-HORA-FIN PIC X(06).

           FD REP-CIERRE.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-CIC PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-ACTAS PIC XX.
               05 WS-STATUS-EXT PIC XX.
               05 WS-STATUS-SDR PIC XX.
               05 WS-STATUS-CTL PIC XX.
               05 WS-STATUS-REP PIC XX.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-TERMINO PIC X(10) VALUE SPACES.
               05 WS-REP-FILENAME PIC X(30) VALUE SPACES.
               05 WS-CONFIRMA PIC X(03).
               05 WS-HOY PIC 9(08) VALUE ZEROS.
               05 WS-HORA-INI PIC 9(08) VALUE ZEROS.
               05 WS-HORA-FIN PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-TEXTO PIC X(62).
               05 WS-CICLO PIC X(10) VALUE SPACES.
               05 WS-INSCR-INI PIC 9(08) VALUE ZEROS.
               05 WS-CALIF-FIN PIC 9(08) VALUE ZEROS.
               05 WS-SD-FECHA PIC X(08) VALUE SPACES.
               05 WS-RESULTADO PIC X(24) VALUE SPACES.
               05 WS-MARCA-TEXTO PIC X(04) VALUE SPACES.
               05 WS-CLAVE-LK PIC 9(08).
               05 WS-MATERIA-LK PIC X(06).
               05 WS-MARCADO-LK PIC X.
                   88 PAR-SIN-DERECHO VALUE "S".

           01 LINEA-AUDITORIA PIC X(132).

      *    COMPUERTAS DE PREPARACION, EN EL ORDEN DE LA LISTA DE CIERRE.
           01 WS-COMPUERTAS-VALUES.
               05 FILLER PIC X(36)
                   VALUE "ACTAS CERRADAS (actas.txt)".
               05 FILLER PIC X(36)
                   VALUE "SIN-DERECHO-DOC CORRIDO EN EL CICLO".
               05 FILLER PIC X(36)
                   VALUE "SIN EXTRAORDINARIOS PENDIENTES".
               05 FILLER PIC X(36)
                   VALUE "GRUPOS SIN FINALES FALTANTES".
               05 FILLER PIC X(36)
                   VALUE "VENTANA DE CALIFICACIONES TERMINADA".
           01 WS-COMPUERTAS-REF REDEFINES WS-COMPUERTAS-VALUES.
               05 WS-CMP-NOMBRE OCCURS 5 TIMES PIC X(36).

           01 WS-COMPUERTAS.
               05 WS-CMP-ENTRADA OCCURS 5 TIMES.
                   10 WS-CMP-RESULTADO PIC X(02).
                       88 CMP-APROBADA VALUE "OK".
                   10 WS-CMP-DETALLE PIC X(50).

      *    PASOS DE LA CORRIDA DE CIERRE, EN EL ORDEN EN QUE CORREN.
           01 WS-PASOS-VALUES.
               05 FILLER PIC X(34) VALUE "CIERRE      TERM-CLOSE-DOC".
               05 FILLER PIC X(34)
                   VALUE "PROMOCION   PROMO-TERMINO-DOC".
               05 FILLER PIC X(34) VALUE "PROBATORIA  PROBATORIA-DOC".
               05 FILLER PIC X(34)
                   VALUE "BECAS       BECAS-REVISION-DOC".
               05 FILLER PIC X(34)
                   VALUE "TENDENCIA   TENDENCIA-TERMINOS-DOC".
               05 FILLER PIC X(34) VALUE "COHORTES    COHORTES-DOC".
           01 WS-PASOS-REF REDEFINES WS-PASOS-VALUES.
               05 WS-PASO-DEF OCCURS 6 TIMES.
                   10 WS-PD-NOMBRE PIC X(12).
                   10 WS-PD-PROGRAMA PIC X(22).

           01 WS-PASOS.
               05 WS-PASO-ENTRADA OCCURS 6 TIMES.
                   10 WS-PS-ESTADO PIC X(10).
                       88 PASO-PENDIENTE VALUE "PENDIENTE".
                   10 WS-PS-FECHA PIC 9(08).
                   10 WS-PS-INI PIC X(06).
                   10 WS-PS-FIN PIC X(06).

      *    UNA ENTRADA POR MATERIA + GRUPO DEL CATALOGO, COMO EN
      *    CALIF-PENDIENTE-DOC.
           01 WS-GRUPOS.
               05 WS-TOTAL-GRUPOS PIC 9(03) VALUE ZEROS.
               05 WS-TABLA-GRUPOS OCCURS 500 TIMES.
                   10 WS-G-LLAVE PIC X(06).
                   10 WS-G-INSCRITOS PIC 9(04).
                   10 WS-G-SIN-FINAL PIC 9(04).
                   10 WS-G-ACTA OCCURS 3 TIMES PIC X(01).

      *    ESTADO VIGENTE DE CADA PAREJA CLAVE + MATERIA DEL DIARIO DE
      *    EXTRAORDINARIOS.
           01 WS-EXTRAORDINARIOS.
               05 WS-TOTAL-EXT PIC 9(04) VALUE ZEROS.
               05 WS-TABLA-EXT OCCURS 2000 TIMES.
                   10 WS-X-CLAVE PIC 9(08).
                   10 WS-X-MATERIA PIC 9(04).
                   10 WS-X-RESULTADO PIC X(01).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(04).
               05 WS-IDX-HALLADO PIC 9(04).
               05 WS-SUB PIC 99.
               05 WS-PAR PIC 9.
               05 WS-CMP PIC 9.
               05 WS-PASO PIC 9.

           01 WS-CONTADORES.
               05 WS-ACTAS-ABIERTAS PIC 9(04) VALUE ZEROS.
               05 WS-EXT-PENDIENTES PIC 9(04) VALUE ZEROS.
               05 WS-GRUPOS-SIN-FINAL PIC 9(04) VALUE ZEROS.
               05 WS-FINALES-FALTANTES PIC 9(05) VALUE ZEROS.
               05 WS-COMPUERTAS-FALLIDAS PIC 9 VALUE ZEROS.
               05 WS-PASOS-CORRIDOS PIC 9 VALUE ZEROS.
               05 WS-PASOS-SALTADOS PIC 9 VALUE ZEROS.
               05 WS-PASOS-PENDIENTES PIC 9 VALUE ZEROS.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-HALLADO PIC X VALUE "N".
                   88 ENTRADA-HALLADA VALUE "S".
               05 WS-EVALUADAS PIC X VALUE "N".
                   88 COMPUERTAS-EVALUADAS VALUE "S".
               05 WS-SD-CORRIDO PIC X VALUE "N".
                   88 SD-CORRIDO VALUE "S".

       PROCEDURE DIVISION.

      *    CIERRA EL TERMINO Y REESCRIBE EL MAESTRO: SOLO ROL ADMIN.
       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           STOP RUN
       END-IF.
       IF WS-ROLES-SESION(5:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE ADMIN ***"
           STOP RUN
       END-IF.
       PERFORM 100-INICIO.
       STOP RUN.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100-INICIO.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           DISPLAY "----------------------------------------------".
           DISPLAY "---- CIERRE GUIADO DE TERMINO ----".
           DISPLAY "----------------------------------------------".
           DISPLAY "LOG -- TERMINO A CERRAR (EJ. 2026-1): "
                   WITH NO ADVANCING.
           ACCEPT WS-TERMINO.
           MOVE FUNCTION UPPER-CASE(WS-TERMINO) TO WS-TERMINO.
           IF WS-TERMINO = SPACES
               DISPLAY "**** TERMINO EN BLANCO; SIN CAMBIOS ***"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-REP-FILENAME.
           STRING
               "REP-CIERRE-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMINO) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-REP-FILENAME.
           PERFORM 100100-CARGA-CONTROL.
      *    CON EL SNAPSHOT YA TOMADO LAS COMPUERTAS YA NO APLICAN: EL
      *    REARRANQUE SOLO TERMINA LOS PASOS QUE FALTAN.
           IF PASO-PENDIENTE(1)
               PERFORM 100200-EVALUA-COMPUERTAS
               IF WS-COMPUERTAS-FALLIDAS > ZEROS
                   MOVE "CIERRE NO AUTORIZADO" TO WS-RESULTADO
                   DISPLAY "**** EL TERMINO NO ESTA LISTO: "
                           WS-COMPUERTAS-FALLIDAS
                           " COMPUERTAS FALLIDAS; VEA "
                           FUNCTION TRIM(WS-REP-FILENAME) " ***"
                   PERFORM 100800-LISTA-CIERRE
                   PERFORM 100900-AUDITORIA-RESUMEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM VARYING WS-CMP FROM 1 BY 1 UNTIL WS-CMP > 5
                   MOVE "--" TO WS-CMP-RESULTADO(WS-CMP)
                   MOVE "NO SE REEVALUA: EL SNAPSHOT YA SE TOMO"
                       TO WS-CMP-DETALLE(WS-CMP)
               END-PERFORM
           END-IF.
           DISPLAY "¿INICIA LA CORRIDA DE CIERRE DEL TERMINO "
                   FUNCTION TRIM(WS-TERMINO) "? (SI/NO): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI"
               DISPLAY "**** CORRIDA DE CIERRE CANCELADA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100600-EJECUTA-O-SALTA
               VARYING WS-PASO FROM 1 BY 1 UNTIL WS-PASO > 6.
           PERFORM VARYING WS-PASO FROM 1 BY 1 UNTIL WS-PASO > 6
               IF PASO-PENDIENTE(WS-PASO)
                   ADD 1 TO WS-PASOS-PENDIENTES
               END-IF
           END-PERFORM.
           IF WS-PASOS-PENDIENTES = ZEROS
               MOVE "CIERRE COMPLETO" TO WS-RESULTADO
           ELSE
               MOVE "CIERRE INCOMPLETO" TO WS-RESULTADO
           END-IF.
           PERFORM 100800-LISTA-CIERRE.
           PERFORM 100900-AUDITORIA-RESUMEN.
           DISPLAY "**** CIERRE DE TERMINO: " WS-PASOS-CORRIDOS
                   " PASOS CORRIDOS, " WS-PASOS-SALTADOS
                   " SALTADOS; LISTA EN "
                   FUNCTION TRIM(WS-REP-FILENAME) " ***".
           EXIT.

       100100-CARGA-CONTROL.
      *    PASOS YA COMPLETADOS PARA ESTE TERMINO EN CORRIDAS
      *    ANTERIORES.
           PERFORM VARYING WS-PASO FROM 1 BY 1 UNTIL WS-PASO > 6
               MOVE "PENDIENTE" TO WS-PS-ESTADO(WS-PASO)
               MOVE ZEROS TO WS-PS-FECHA(WS-PASO)
               MOVE SPACES TO WS-PS-INI(WS-PASO) WS-PS-FIN(WS-PASO)
           END-PERFORM.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-CIERRE-CTL.
           IF WS-STATUS-CTL = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ DOC-CIERRE-CTL
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CTL-TERMINO = WS-TERMINO
                               AND CTL-ESTATUS = "OK"
                               PERFORM 100110-MARCA-PASO-HECHO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-CIERRE-CTL.
           EXIT.

       100110-MARCA-PASO-HECHO.
           PERFORM VARYING WS-PASO FROM 1 BY 1 UNTIL WS-PASO > 6
               IF WS-PD-NOMBRE(WS-PASO) = CTL-PASO
                   MOVE "YA HECHO" TO WS-PS-ESTADO(WS-PASO)
                   MOVE CTL-FECHA TO WS-PS-FECHA(WS-PASO)
                   MOVE CTL-HORA-INI TO WS-PS-INI(WS-PASO)
                   MOVE CTL-HORA-FIN TO WS-PS-FIN(WS-PASO)
               END-IF
           END-PERFORM.
           EXIT.

       100200-EVALUA-COMPUERTAS.
           SET COMPUERTAS-EVALUADAS TO TRUE.
           PERFORM 100210-LEE-CICLO.
           PERFORM 100220-CARGA-GRUPOS.
           PERFORM 100230-CUENTA-FINALES.
           PERFORM 100240-CARGA-ACTAS.
           PERFORM 100250-CARGA-EXTRAORDINARIOS.
           PERFORM 100260-REVISA-SIN-DERECHO.
           PERFORM 100270-CALIFICA-COMPUERTAS.
           EXIT.

       100210-LEE-CICLO.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ DOC-CICLOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CIC-REG-ESTATUS = "A"
                               MOVE CIC-REG-ID TO WS-CICLO
                               MOVE CIC-REG-INSCR-INI TO WS-INSCR-INI
                               MOVE CIC-REG-CALIF-FIN TO WS-CALIF-FIN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-CICLOS.
           EXIT.

       100220-CARGA-GRUPOS.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-MAT.
           IF WS-STATUS-MAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-MAT NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-TOTAL-GRUPOS < 500
                           ADD 1 TO WS-TOTAL-GRUPOS
                           MOVE WS-TOTAL-GRUPOS TO WS-IDX
                           INITIALIZE WS-TABLA-GRUPOS(WS-IDX)
                           MOVE MAT-REG-LLAVE TO WS-G-LLAVE(WS-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-MAT.
           EXIT.

       100230-CUENTA-FINALES.
      *    SOLO ALUMNOS ACTIVOS; UNA FINAL (TERCER PARCIAL) EN CERO ES
      *    UNA FINAL NO CAPTURADA, SALVO QUE EL PAR ESTE MARCADO SIN
      *    DERECHO Y POR ESO NO SE PUEDA CAPTURAR.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
                           PERFORM 100235-REVISA-MATERIA
                               VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > 20
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-EST.
           EXIT.

       100235-REVISA-MATERIA.
           IF EST-REG-MATERIA-TABLA(WS-SUB) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE EST-REG-MATERIA-TABLA(WS-SUB) TO ACTA-MATERIA.
           PERFORM 100280-BUSCA-GRUPO.
           IF NOT ENTRADA-HALLADA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-G-INSCRITOS(WS-IDX-HALLADO).
           IF EST-REG-PARCIAL-TABLA(WS-SUB, 3) > ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE EST-REG-CLAVE TO WS-CLAVE-LK.
           MOVE ACTA-MATERIA TO WS-MATERIA-LK.
           MOVE "N" TO WS-MARCADO-LK.
           CALL "SIN-DERECHO-SEARCH" USING
               WS-CLAVE-LK WS-MATERIA-LK WS-MARCADO-LK.
           IF NOT PAR-SIN-DERECHO
               ADD 1 TO WS-G-SIN-FINAL(WS-IDX-HALLADO)
               ADD 1 TO WS-FINALES-FALTANTES
           END-IF.
           EXIT.

       100240-CARGA-ACTAS.
      *    LA ULTIMA LINEA DE CADA MATERIA + PARCIAL ES LA VIGENTE.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-ACTAS.
           IF WS-STATUS-ACTAS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ DOC-ACTAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF ACTA-PARCIAL > 0 AND ACTA-PARCIAL < 4
                               PERFORM 100280-BUSCA-GRUPO
                               IF ENTRADA-HALLADA
                                   MOVE ACTA-ESTADO TO WS-G-ACTA
                                       (WS-IDX-HALLADO, ACTA-PARCIAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-ACTAS.
           EXIT.

       100250-CARGA-EXTRAORDINARIOS.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-EXT.
           IF WS-STATUS-EXT = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ DOC-EXT
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM 100255-ANOTA-EXTRAORDINARIO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-EXT.
           EXIT.

       100255-ANOTA-EXTRAORDINARIO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-EXT OR ENTRADA-HALLADA
               IF WS-X-CLAVE(WS-IDX) = EXT-REG-CLAVE
                   AND WS-X-MATERIA(WS-IDX) = EXT-REG-MATERIA
                   SET ENTRADA-HALLADA TO TRUE
                   MOVE EXT-REG-RESULTADO TO WS-X-RESULTADO(WS-IDX)
               END-IF
           END-PERFORM.
           IF NOT ENTRADA-HALLADA AND WS-TOTAL-EXT < 2000
               ADD 1 TO WS-TOTAL-EXT
               MOVE EXT-REG-CLAVE TO WS-X-CLAVE(WS-TOTAL-EXT)
               MOVE EXT-REG-MATERIA TO WS-X-MATERIA(WS-TOTAL-EXT)
               MOVE EXT-REG-RESULTADO TO WS-X-RESULTADO(WS-TOTAL-EXT)
           END-IF.
           EXIT.

       100260-REVISA-SIN-DERECHO.
      *    LA CORRIDA CUENTA SI SU REPORTE ES DE ESTE CICLO (FECHA NO
      *    ANTERIOR AL INICIO DE INSCRIPCION DEL CICLO ABIERTO).
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-SD-REP.
           IF WS-STATUS-SDR = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ DOC-SD-REP
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF SDR-TITULO = "MARCADO DE SIN DERECHO AL "
                               MOVE SDR-FECHA TO WS-SD-FECHA
                               SET FIN-ARCHIVO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-SD-REP.
           IF WS-SD-FECHA IS NUMERIC
               AND WS-SD-FECHA NOT < WS-INSCR-INI
               SET SD-CORRIDO TO TRUE
           END-IF.
           EXIT.

       100270-CALIFICA-COMPUERTAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS
               IF WS-G-INSCRITOS(WS-IDX) > ZEROS
                   PERFORM VARYING WS-PAR FROM 1 BY 1 UNTIL WS-PAR > 3
                       IF WS-G-ACTA(WS-IDX, WS-PAR) NOT = "C"
                           ADD 1 TO WS-ACTAS-ABIERTAS
                       END-IF
                   END-PERFORM
                   IF WS-G-SIN-FINAL(WS-IDX) > ZEROS
                       ADD 1 TO WS-GRUPOS-SIN-FINAL
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-EXT
               IF WS-X-RESULTADO(WS-IDX) = "P"
                   ADD 1 TO WS-EXT-PENDIENTES
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CMP FROM 1 BY 1 UNTIL WS-CMP > 5
               MOVE "OK" TO WS-CMP-RESULTADO(WS-CMP)
               MOVE SPACES TO WS-CMP-DETALLE(WS-CMP)
           END-PERFORM.
           IF WS-ACTAS-ABIERTAS > ZEROS
               MOVE "NO" TO WS-CMP-RESULTADO(1)
           END-IF.
           STRING
               WS-ACTAS-ABIERTAS DELIMITED BY SIZE
               " ACTAS (GRUPO Y PARCIAL) SIN CERRAR" DELIMITED BY SIZE
           INTO WS-CMP-DETALLE(1).
           IF SD-CORRIDO
               STRING
                   "ULTIMA CORRIDA " DELIMITED BY SIZE
                   WS-SD-FECHA DELIMITED BY SIZE
               INTO WS-CMP-DETALLE(2)
           ELSE
               MOVE "NO" TO WS-CMP-RESULTADO(2)
               MOVE "SIN REP-SIN-DERECHO.txt DE ESTE CICLO"
                   TO WS-CMP-DETALLE(2)
           END-IF.
           IF WS-EXT-PENDIENTES > ZEROS
               MOVE "NO" TO WS-CMP-RESULTADO(3)
           END-IF.
           STRING
               WS-EXT-PENDIENTES DELIMITED BY SIZE
               " EXTRAORDINARIOS EN ESTADO P" DELIMITED BY SIZE
           INTO WS-CMP-DETALLE(3).
           IF WS-GRUPOS-SIN-FINAL > ZEROS
               MOVE "NO" TO WS-CMP-RESULTADO(4)
           END-IF.
           STRING
               WS-GRUPOS-SIN-FINAL DELIMITED BY SIZE
               " GRUPOS, " DELIMITED BY SIZE
               WS-FINALES-FALTANTES DELIMITED BY SIZE
               " FINALES SIN CAPTURAR" DELIMITED BY SIZE
           INTO WS-CMP-DETALLE(4).
           IF WS-CICLO = SPACES
               MOVE "NO" TO WS-CMP-RESULTADO(5)
               MOVE "SIN CICLO ABIERTO EN ciclos.txt"
                   TO WS-CMP-DETALLE(5)
           ELSE
               IF WS-HOY NOT > WS-CALIF-FIN
                   MOVE "NO" TO WS-CMP-RESULTADO(5)
               END-IF
               STRING
                   "CICLO " DELIMITED BY SIZE
                   WS-CICLO DELIMITED BY SPACE
                   " CIERRA CALIFICACIONES " DELIMITED BY SIZE
                   WS-CALIF-FIN DELIMITED BY SIZE
               INTO WS-CMP-DETALLE(5)
           END-IF.
           PERFORM VARYING WS-CMP FROM 1 BY 1 UNTIL WS-CMP > 5
               IF NOT CMP-APROBADA(WS-CMP)
                   ADD 1 TO WS-COMPUERTAS-FALLIDAS
               END-IF
           END-PERFORM.
           EXIT.

       100280-BUSCA-GRUPO.
      *    BUSCA ACTA-MATERIA (MATERIA + GRUPO) EN LA TABLA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS OR ENTRADA-HALLADA
               IF WS-G-LLAVE(WS-IDX) = ACTA-MATERIA
                   SET ENTRADA-HALLADA TO TRUE
                   MOVE WS-IDX TO WS-IDX-HALLADO
               END-IF
           END-PERFORM.
           EXIT.

       100600-EJECUTA-O-SALTA.
           IF NOT PASO-PENDIENTE(WS-PASO)
               ADD 1 TO WS-PASOS-SALTADOS
               DISPLAY "**** PASO " WS-PD-NOMBRE(WS-PASO)
                       " YA COMPLETADO PARA EL TERMINO; SE SALTA ***"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-HORA-INI FROM TIME.
           DISPLAY "**** INICIA PASO " WS-PD-NOMBRE(WS-PASO)
                   " (" FUNCTION TRIM(WS-PD-PROGRAMA(WS-PASO))
                   "); SI PIDE TERMINO, CAPTURE "
                   FUNCTION TRIM(WS-TERMINO) " ***".
           PERFORM 100610-DESPACHA-PASO.
           ACCEPT WS-HORA-FIN FROM TIME.
           MOVE "CORRIDO" TO WS-PS-ESTADO(WS-PASO).
           MOVE WS-HOY TO WS-PS-FECHA(WS-PASO).
           MOVE WS-HORA-INI(1:6) TO WS-PS-INI(WS-PASO).
           MOVE WS-HORA-FIN(1:6) TO WS-PS-FIN(WS-PASO).
           ADD 1 TO WS-PASOS-CORRIDOS.
           PERFORM 100620-REGISTRA-PASO.
           EXIT.

       100610-DESPACHA-PASO.
           EVALUATE WS-PASO
               WHEN 1
                   CALL "TERM-CLOSE-DOC"
               WHEN 2
                   CALL "PROMO-TERMINO-DOC"
               WHEN 3
                   CALL "PROBATORIA-DOC"
               WHEN 4
                   CALL "BECAS-REVISION-DOC"
               WHEN 5
                   CALL "TENDENCIA-TERMINOS-DOC"
               WHEN 6
                   CALL "COHORTES-DOC"
           END-EVALUATE.
           EXIT.

       100620-REGISTRA-PASO.
      *    EL PASO SOLO SE ASIENTA COMO OK AL TERMINAR; SI LA
      *    CORRIDA MUERE A MEDIO PASO NO HAY LINEA Y EL REARRANQUE
      *    LO VUELVE A CORRER.
           OPEN EXTEND DOC-CIERRE-CTL.
           IF WS-STATUS-CTL = "35"
               OPEN OUTPUT DOC-CIERRE-CTL
           END-IF.
           INITIALIZE CTL-REG.
           MOVE WS-TERMINO TO CTL-TERMINO.
           MOVE WS-PD-NOMBRE(WS-PASO) TO CTL-PASO.
           MOVE "OK" TO CTL-ESTATUS.
           MOVE WS-HOY TO CTL-FECHA.
           MOVE WS-PS-INI(WS-PASO) TO CTL-HORA-INI.
           MOVE WS-PS-FIN(WS-PASO) TO CTL-HORA-FIN.
           MOVE "|" TO CTL-SEP-1 CTL-SEP-2 CTL-SEP-3 CTL-SEP-4
                       CTL-SEP-5.
           WRITE CTL-REG.
           CLOSE DOC-CIERRE-CTL.
           EXIT.

       100800-LISTA-CIERRE.
           OPEN OUTPUT REP-CIERRE.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "LISTA DE CIERRE DEL TERMINO " DELIMITED BY SIZE
               WS-TERMINO DELIMITED BY SPACE
               " - FECHA " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               " - OPERADOR " DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "COMPUERTAS DE PREPARACION" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM 100810-LINEA-COMPUERTA
               VARYING WS-CMP FROM 1 BY 1 UNTIL WS-CMP > 5.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "PASOS DE LA CORRIDA" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM 100820-LINEA-PASO
               VARYING WS-PASO FROM 1 BY 1 UNTIL WS-PASO > 6.
           IF COMPUERTAS-EVALUADAS AND WS-COMPUERTAS-FALLIDAS > ZEROS
               PERFORM 100830-DETALLE-PENDIENTES
           END-IF.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RESULTADO: " DELIMITED BY SIZE
               WS-RESULTADO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CERRADO POR: " DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "   FIRMA: ______________________________"
                   DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "VO. BO. CONTROL ESCOLAR: " DELIMITED BY SIZE
               "______________________________" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           CLOSE REP-CIERRE.
           EXIT.

       100810-LINEA-COMPUERTA.
           EVALUATE WS-CMP-RESULTADO(WS-CMP)
               WHEN "OK"
                   MOVE "[OK]" TO WS-MARCA-TEXTO
               WHEN "NO"
                   MOVE "[NO]" TO WS-MARCA-TEXTO
               WHEN OTHER
                   MOVE "[--]" TO WS-MARCA-TEXTO
           END-EVALUATE.
           INITIALIZE LINEA-TEMP.
           STRING
               WS-MARCA-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CMP-NOMBRE(WS-CMP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CMP-DETALLE(WS-CMP) DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100820-LINEA-PASO.
           IF PASO-PENDIENTE(WS-PASO)
               MOVE "[  ]" TO WS-MARCA-TEXTO
           ELSE
               MOVE "[OK]" TO WS-MARCA-TEXTO
           END-IF.
           INITIALIZE LINEA-TEMP.
           STRING
               WS-MARCA-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PD-NOMBRE(WS-PASO) DELIMITED BY SIZE
               WS-PD-PROGRAMA(WS-PASO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PS-ESTADO(WS-PASO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PS-FECHA(WS-PASO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PS-INI(WS-PASO) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PS-FIN(WS-PASO) DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100830-DETALLE-PENDIENTES.
      *    LO QUE DETIENE EL CIERRE, PARA QUE CONTROL ESCOLAR SEPA A
      *    QUIEN PERSEGUIR.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "PENDIENTES QUE DETIENEN EL CIERRE" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS
               IF WS-G-INSCRITOS(WS-IDX) > ZEROS
                   PERFORM 100835-PENDIENTE-GRUPO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-EXT
               IF WS-X-RESULTADO(WS-IDX) = "P"
                   INITIALIZE LINEA-TEMP
                   STRING
                       "EXTRAORDINARIO PENDIENTE: CLAVE "
                           DELIMITED BY SIZE
                       WS-X-CLAVE(WS-IDX) DELIMITED BY SIZE
                       " MATERIA " DELIMITED BY SIZE
                       WS-X-MATERIA(WS-IDX) DELIMITED BY SIZE
                   INTO LINEA-TEMP
                   WRITE LINEA-TEMP
               END-IF
           END-PERFORM.
           EXIT.

       100835-PENDIENTE-GRUPO.
           IF WS-G-ACTA(WS-IDX, 1) NOT = "C"
               OR WS-G-ACTA(WS-IDX, 2) NOT = "C"
               OR WS-G-ACTA(WS-IDX, 3) NOT = "C"
               INITIALIZE LINEA-TEMP
               STRING
                   "GRUPO " DELIMITED BY SIZE
                   WS-G-LLAVE(WS-IDX) DELIMITED BY SIZE
                   ": ACTA SIN CERRAR EN PARCIALES 1/2/3 = "
                       DELIMITED BY SIZE
                   WS-G-ACTA(WS-IDX, 1) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-G-ACTA(WS-IDX, 2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-G-ACTA(WS-IDX, 3) DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           IF WS-G-SIN-FINAL(WS-IDX) > ZEROS
               INITIALIZE LINEA-TEMP
               STRING
                   "GRUPO " DELIMITED BY SIZE
                   WS-G-LLAVE(WS-IDX) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-G-SIN-FINAL(WS-IDX) DELIMITED BY SIZE
                   " DE " DELIMITED BY SIZE
                   WS-G-INSCRITOS(WS-IDX) DELIMITED BY SIZE
                   " ALUMNOS SIN FINAL CAPTURADA" DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           EXIT.

       100900-AUDITORIA-RESUMEN.
           INITIALIZE WS-AUD-TEXTO.
           STRING
               "TERM " DELIMITED BY SIZE
               WS-TERMINO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-RESULTADO DELIMITED BY SIZE
               " FALLAS " DELIMITED BY SIZE
               WS-COMPUERTAS-FALLIDAS DELIMITED BY SIZE
               " PASOS " DELIMITED BY SIZE
               WS-PASOS-CORRIDOS DELIMITED BY SIZE
           INTO WS-AUD-TEXTO.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "CIERRE-TERMINO" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|" DELIMITED BY SIZE
               WS-AUD-TEXTO DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM CIERRE-TERMINO-DOC.
