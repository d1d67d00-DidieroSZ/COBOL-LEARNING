      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: PERIODIC (QUARTERLY) ACCESS RECERTIFICATION REPORT
      *          "REP-RECERTIFICACION.txt" FOR THE DIRECTOR'S SIGNATURE.
      *          [1] CADA USUARIO DE "usuarios.txt" CON SUS ROLES,
      *          ULTIMO LOGIN Y ULTIMO CAMBIO DE PASSWORD; LA CUENTA
      *          SIN USO POR MAS DE USU-INACTIVO DIAS (PARAMETROS.TXT,
      *          90 POR OMISION) SE INACTIVA EN LA MISMA CORRIDA
      *          (BANDERA "I"; LA REACTIVA UN ADMIN EN
      *          USUARIOS-MAKER-DOC).
      *          [2] CONFLICTOS DE SEGREGACION DE FUNCIONES EN EL
      *          PERIODO: DEVOLUCION O CORRECCION DE "pagos.txt"
      *          CAPTURADA (SEGUN LA BITACORA) Y AUTORIZADA POR EL
      *          MISMO USUARIO; HOJA DE CALIFICACIONES CAPTURADA Y
      *          VERIFICADA POR EL MISMO USUARIO EN LA DOBLE CAPTURA
      *          DE CALIF-MATERIA-DOC; Y APELACION ("apelaciones.txt")
      *          REGISTRADA O APLICADA POR QUIEN LA DICTAMINO. LA
      *          BITACORA SE LEE DE LOS ARCHIVOS MENSUALES DEL PERIODO
      *          (auditoria-arch-AAAAMM.txt) Y DE "auditoria.txt".
      *          ROL ADMIN; LA CORRIDA Y CADA INACTIVACION QUEDAN EN
      *          "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIFICA-ACCESOS-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-USUARIOS ASSIGN TO "usuarios.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS USU-REG-NOMBRE
                   FILE STATUS WS-STATUS-USU.

               SELECT AUDITORIA ASSIGN TO WS-ARCHIVO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-AUD.

               SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-PAG.

               SELECT DOC-APELACIONES ASSIGN TO "apelaciones.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS APE-REG-FOLIO
                   FILE STATUS WS-STATUS-APE.

               SELECT REP-RECERT ASSIGN TO "REP-RECERTIFICACION.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-USUARIOS.
               COPY "USU-REG-DOC.cpy".

           FD AUDITORIA.
               01 AUD-LINEA PIC X(132).

           FD DOC-PAGOS.
               COPY "PAG-REG-DOC.cpy".

           FD DOC-APELACIONES.
               COPY "APE-REG-DOC.cpy".

           FD REP-RECERT.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-USU PIC XX.
               05 WS-STATUS-AUD PIC XX.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-APE PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-ARCHIVO PIC X(30) VALUE SPACES.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-HOY PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-TEXTO PIC X(70) VALUE SPACES.
               05 WS-DIAS-INACTIVO PIC 9(05) VALUE 90.
               05 WS-F-DESDE PIC 9(08) VALUE ZEROS.
               05 WS-F-HASTA PIC 9(08) VALUE ZEROS.
               05 WS-REFERENCIA PIC 9(08) VALUE ZEROS.
               05 WS-DIAS-SIN-USO PIC S9(07) VALUE ZEROS.
               05 WS-DIAS-EDIT PIC ZZZZZZ9.
               05 WS-ULTIMO-TEXTO PIC X(08).
               05 WS-ROLES-TEXTO PIC X(19).
               05 WS-ESTADO-TEXTO PIC X(20).
               05 WS-MES-ACTUAL.
                   10 WS-MES-ANIO PIC 9(04).
                   10 WS-MES-MM PIC 9(02).
               05 WS-MES-FIN PIC 9(06).
               05 WS-CLAVE-TXT PIC X(08).
               05 WS-OCURRENCIAS PIC 9(02).
               05 WS-K PIC 9(01).

           01 WS-CONTADORES.
               05 WS-TOTAL-USUARIOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-INACTIVADAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-INACTIVAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ARCHIVOS PIC 9(03) VALUE ZEROS.
               05 WS-TOTAL-LINEAS PIC 9(07) VALUE ZEROS.
               05 WS-TOTAL-CONFLICTOS PIC 9(05) VALUE ZEROS.
               05 WS-CUENTA-EDIT PIC ZZZZ9.

           01 WS-CAMPOS-LINEA.
               05 WS-CAMPO-PROG PIC X(20).
               05 WS-CAMPO-OPER PIC X(20).
               05 WS-CAMPO-FECHA PIC X(08).
               05 WS-CAMPO-HORA PIC X(06).
               05 WS-CAMPO-CLAVE PIC X(08).
               05 WS-CAMPO-TEXTO PIC X(80).
               05 WS-FECHA-NUM PIC 9(08).
               05 WS-CAL-HOJA PIC X(40).
               05 WS-CAL-CAPTURO PIC X(10).
               05 WS-CAL-VERIFICO PIC X(10).

      *    DEVOLUCIONES Y CORRECCIONES DEL PERIODO SEGUN LA BITACORA:
      *    QUIEN LAS CAPTURO, PARA CRUZARLO CON EL AUTORIZANTE QUE
      *    QUEDO EN EL MOVIMIENTO DE "pagos.txt".
           01 WS-TABLA-AJUSTES.
               05 WS-TOTAL-AJUSTES PIC 9(04) VALUE ZEROS.
               05 WS-AJUSTE OCCURS 1000 TIMES.
                   10 WS-AJU-CLAVE PIC X(08).
                   10 WS-AJU-FECHA PIC X(08).
                   10 WS-AJU-OPERADOR PIC X(10).
                   10 WS-AJU-USADO PIC X(01).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(04).

           01 WS-LINEAS.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-USU PIC X VALUE "N".
                   88 FIN-USUARIOS VALUE "S".
               05 WS-FIN-AUD PIC X VALUE "N".
                   88 FIN-AUDITORIA VALUE "S".
               05 WS-FIN-PAG PIC X VALUE "N".
                   88 FIN-PAGOS VALUE "S".
               05 WS-FIN-APE PIC X VALUE "N".
                   88 FIN-APELACIONES VALUE "S".
               05 WS-TABLA-LLENA PIC X VALUE "N".
                   88 TABLA-AJUSTES-LLENA VALUE "S".

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

       PROCEDURE DIVISION.

      *    INACTIVA CUENTAS: SOLO ROL ADMIN.
       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(5:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE ADMIN ***"
           GOBACK
       END-IF.
       PERFORM 100-INICIO.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100-INICIO.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM 100050-LEE-PARAMETROS.
           PERFORM 100060-CAPTURA-PERIODO.
           OPEN I-O DOC-USUARIOS.
           IF WS-STATUS-USU NOT = "00"
               DISPLAY "**** NO SE PUDO ABRIR USUARIOS.TXT, STATUS: "
                       WS-STATUS-USU " ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REP-RECERT.
           PERFORM 100090-ENCABEZADO.
           PERFORM 100100-REVISA-USUARIOS.
           CLOSE DOC-USUARIOS.
           PERFORM 100290-ENCABEZADO-CONFLICTOS.
           PERFORM 100300-LEE-BITACORA.
           PERFORM 100400-REVISA-PAGOS.
           PERFORM 100500-REVISA-APELACIONES.
           PERFORM 100800-RESUMEN-Y-FIRMAS.
           CLOSE REP-RECERT.
           PERFORM 100900-AUDITA-CORRIDA.
           DISPLAY "**** USUARIOS REVISADOS:   " WS-TOTAL-USUARIOS.
           DISPLAY "**** INACTIVADAS HOY:      " WS-TOTAL-INACTIVADAS.
           DISPLAY "**** CONFLICTOS:           " WS-TOTAL-CONFLICTOS.
           DISPLAY "**** REPORTE GENERADO EN REP-RECERTIFICACION.txt; "
                   "PASELO A FIRMA DEL DIRECTOR ***".
           EXIT.

       100050-LEE-PARAMETROS.
           MOVE "USU-INACTIVO" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR > ZEROS
               MOVE WS-PARAM-VALOR TO WS-DIAS-INACTIVO
           END-IF.
           EXIT.

       100060-CAPTURA-PERIODO.
           DISPLAY "-------------------------------------------".
           DISPLAY "---- RECERTIFICACION DE ACCESOS ----".
           DISPLAY "-------------------------------------------".
           DISPLAY "PERIODO A REVISAR EN LA BITACORA".
           DISPLAY "FECHA DESDE (AAAAMMDD, ENTER = ULTIMOS 90 DIAS): "
                   WITH NO ADVANCING.
           ACCEPT WS-F-DESDE.
           DISPLAY "FECHA HASTA (AAAAMMDD, ENTER = HOY): "
                   WITH NO ADVANCING.
           ACCEPT WS-F-HASTA.
           IF WS-F-HASTA = ZEROS OR WS-F-HASTA > WS-HOY
               MOVE WS-HOY TO WS-F-HASTA
           END-IF.
           IF WS-F-DESDE = ZEROS
               COMPUTE WS-F-DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-F-HASTA) - 90)
           END-IF.
           EXIT.

       100090-ENCABEZADO.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RECERTIFICACION DE ACCESOS  PERIODO " DELIMITED BY SIZE
               WS-F-DESDE DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-F-HASTA DELIMITED BY SIZE
               "  EMITIDO " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SPACE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE WS-DIAS-INACTIVO TO WS-CUENTA-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "[1] USUARIOS Y ROLES; SE INACTIVA LA CUENTA SIN USO "
                   DELIMITED BY SIZE
               "POR MAS DE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUENTA-EDIT) DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE "USUARIO    ROLES               ULT.LOGIN CAMBIO PWD  "
               TO LINEA-TEMP.
           MOVE "DIAS SIN USO  ESTADO" TO LINEA-TEMP(55:).
           WRITE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100100-REVISA-USUARIOS.
           MOVE "N" TO WS-FIN-USU.
           PERFORM UNTIL FIN-USUARIOS
               READ DOC-USUARIOS NEXT RECORD
                   AT END
                       SET FIN-USUARIOS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-USUARIOS
                       PERFORM 100110-CALCULA-SIN-USO
                       PERFORM 100120-DETERMINA-ESTADO
                       PERFORM 100130-ESCRIBE-USUARIO
               END-READ
           END-PERFORM.
           EXIT.

       100110-CALCULA-SIN-USO.
      *    LOS DIAS SIN USO SE CUENTAN DESDE LO MAS RECIENTE ENTRE EL
      *    ULTIMO LOGIN, EL ALTA O REACTIVACION Y EL ULTIMO CAMBIO DE
      *    PASSWORD.
           MOVE ZEROS TO WS-REFERENCIA.
           IF USU-REG-ULTIMO-LOGIN IS NUMERIC
               AND USU-REG-ULTIMO-LOGIN > WS-REFERENCIA
               MOVE USU-REG-ULTIMO-LOGIN TO WS-REFERENCIA
           END-IF.
           IF USU-REG-FECHA-ACTIVA IS NUMERIC
               AND USU-REG-FECHA-ACTIVA > WS-REFERENCIA
               MOVE USU-REG-FECHA-ACTIVA TO WS-REFERENCIA
           END-IF.
           IF USU-REG-FECHA-PWD IS NUMERIC
               AND USU-REG-FECHA-PWD > WS-REFERENCIA
               MOVE USU-REG-FECHA-PWD TO WS-REFERENCIA
           END-IF.
           IF WS-REFERENCIA = ZEROS
               MOVE ZEROS TO WS-DIAS-SIN-USO
           ELSE
               COMPUTE WS-DIAS-SIN-USO =
                   FUNCTION INTEGER-OF-DATE(WS-HOY)
                   - FUNCTION INTEGER-OF-DATE(WS-REFERENCIA)
           END-IF.
           EXIT.

       100120-DETERMINA-ESTADO.
           EVALUATE TRUE
               WHEN USU-REG-BLOQUEADO = "I"
                   MOVE "INACTIVA" TO WS-ESTADO-TEXTO
                   ADD 1 TO WS-TOTAL-INACTIVAS
               WHEN WS-REFERENCIA = ZEROS
                   MOVE "SIN FECHAS, REVISAR" TO WS-ESTADO-TEXTO
               WHEN WS-DIAS-SIN-USO > WS-DIAS-INACTIVO
                   MOVE "I" TO USU-REG-BLOQUEADO
                   REWRITE USU-REG-DOC
                   IF WS-STATUS-USU = "00"
                       MOVE "INACTIVADA HOY" TO WS-ESTADO-TEXTO
                       ADD 1 TO WS-TOTAL-INACTIVADAS
                       ADD 1 TO WS-TOTAL-INACTIVAS
                       PERFORM 100140-AUDITA-INACTIVACION
                   ELSE
                       MOVE "ERROR AL INACTIVAR" TO WS-ESTADO-TEXTO
                   END-IF
               WHEN USU-REG-BLOQUEADO = "B"
                   MOVE "BLOQUEADA" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE "ACTIVA" TO WS-ESTADO-TEXTO
           END-EVALUATE.
           EXIT.

       100130-ESCRIBE-USUARIO.
           MOVE "--- --- --- --- ---" TO WS-ROLES-TEXTO.
           IF USU-ROL-CAPTURA = "S"
               MOVE "CAP" TO WS-ROLES-TEXTO(1:3)
           END-IF.
           IF USU-ROL-CORRECCION = "S"
               MOVE "COR" TO WS-ROLES-TEXTO(5:3)
           END-IF.
           IF USU-ROL-CATALOGOS = "S"
               MOVE "CAT" TO WS-ROLES-TEXTO(9:3)
           END-IF.
           IF USU-ROL-REPORTES = "S"
               MOVE "REP" TO WS-ROLES-TEXTO(13:3)
           END-IF.
           IF USU-ROL-ADMIN = "S"
               MOVE "ADM" TO WS-ROLES-TEXTO(17:3)
           END-IF.
           IF USU-REG-ULTIMO-LOGIN IS NUMERIC
               AND USU-REG-ULTIMO-LOGIN > ZEROS
               MOVE USU-REG-ULTIMO-LOGIN TO WS-ULTIMO-TEXTO
           ELSE
               MOVE "NUNCA" TO WS-ULTIMO-TEXTO
           END-IF.
           MOVE WS-DIAS-SIN-USO TO WS-DIAS-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               USU-REG-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ROLES-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ULTIMO-TEXTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               USU-REG-FECHA-PWD DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-DIAS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ESTADO-TEXTO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100140-AUDITA-INACTIVACION.
           MOVE WS-DIAS-SIN-USO TO WS-DIAS-EDIT.
           INITIALIZE WS-AUD-TEXTO.
           STRING
               "INACTIVA USUARIO " DELIMITED BY SIZE
               USU-REG-NOMBRE DELIMITED BY SPACE
               " SIN USO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DIAS-EDIT) DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
           INTO WS-AUD-TEXTO.
           PERFORM 100950-AUDITORIA-LOG.
           EXIT.

       100290-ENCABEZADO-CONFLICTOS.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE SPACES TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE "[2] CONFLICTOS DE SEGREGACION DE FUNCIONES EN EL "
               TO LINEA-TEMP.
           MOVE "PERIODO" TO LINEA-TEMP(51:).
           WRITE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100300-LEE-BITACORA.
      *    UN ARCHIVO MENSUAL POR CADA MES DEL PERIODO (EL QUE NO
      *    EXISTE NO SE DEPURO Y SUS LINEAS SIGUEN EN EL VIVO) Y AL
      *    FINAL "auditoria.txt".
           MOVE WS-F-DESDE(1:6) TO WS-MES-ACTUAL.
           MOVE WS-F-HASTA(1:6) TO WS-MES-FIN.
           PERFORM UNTIL WS-MES-ACTUAL > WS-MES-FIN
               INITIALIZE WS-ARCHIVO
               STRING
                   "auditoria-arch-" DELIMITED BY SIZE
                   WS-MES-ACTUAL DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-ARCHIVO
               PERFORM 100310-LEE-ARCHIVO
               IF WS-MES-MM = 12
                   ADD 1 TO WS-MES-ANIO
                   MOVE 1 TO WS-MES-MM
               ELSE
                   ADD 1 TO WS-MES-MM
               END-IF
           END-PERFORM.
           MOVE "auditoria.txt" TO WS-ARCHIVO.
           PERFORM 100310-LEE-ARCHIVO.
           EXIT.

       100310-LEE-ARCHIVO.
           OPEN INPUT AUDITORIA.
           IF WS-STATUS-AUD NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-ARCHIVOS.
           MOVE "N" TO WS-FIN-AUD.
           PERFORM UNTIL FIN-AUDITORIA
               READ AUDITORIA
                   AT END
                       SET FIN-AUDITORIA TO TRUE
                   NOT AT END
                       PERFORM 100320-ANALIZA-LINEA
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA.
           EXIT.

       100320-ANALIZA-LINEA.
      *    LA LINEA ES PROGRAMA|OPERADOR|FECHA|HORA|CLAVE|TEXTO|...
           INITIALIZE WS-CAMPOS-LINEA.
           UNSTRING AUD-LINEA DELIMITED BY "|"
               INTO WS-CAMPO-PROG WS-CAMPO-OPER WS-CAMPO-FECHA
                    WS-CAMPO-HORA WS-CAMPO-CLAVE WS-CAMPO-TEXTO
           END-UNSTRING.
           IF WS-CAMPO-FECHA IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAMPO-FECHA TO WS-FECHA-NUM.
           IF WS-FECHA-NUM < WS-F-DESDE OR WS-FECHA-NUM > WS-F-HASTA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-LINEAS.
           EVALUATE TRUE
               WHEN WS-CAMPO-PROG = "PAGOS-MAKER"
                   AND (WS-CAMPO-TEXTO(1:10) = "DEVOLUCION"
                       OR WS-CAMPO-TEXTO(1:10) = "CORRECCION")
                   PERFORM 100330-GUARDA-AJUSTE
               WHEN WS-CAMPO-PROG = "CALIF-MATERIA"
                   PERFORM 100340-REVISA-DOBLE-CAPTURA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       100330-GUARDA-AJUSTE.
           IF WS-TOTAL-AJUSTES NOT < 1000
               IF NOT TABLA-AJUSTES-LLENA
                   SET TABLA-AJUSTES-LLENA TO TRUE
                   DISPLAY "**** MAS DE 1000 DEVOLUCIONES/CORRECCIONES "
                           "EN EL PERIODO; ACORTE EL PERIODO ***"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-AJUSTES.
           MOVE WS-CAMPO-CLAVE TO WS-AJU-CLAVE(WS-TOTAL-AJUSTES).
           MOVE WS-CAMPO-FECHA TO WS-AJU-FECHA(WS-TOTAL-AJUSTES).
           MOVE WS-CAMPO-OPER TO WS-AJU-OPERADOR(WS-TOTAL-AJUSTES).
           MOVE "N" TO WS-AJU-USADO(WS-TOTAL-AJUSTES).
           EXIT.

       100340-REVISA-DOBLE-CAPTURA.
      *    EN DOBLE CAPTURA LA LINEA TERMINA EN
      *    " CAPTURO <USUARIO> VERIFICO <USUARIO>".
           MOVE ZEROS TO WS-OCURRENCIAS.
           INSPECT WS-CAMPO-TEXTO TALLYING WS-OCURRENCIAS
               FOR ALL " VERIFICO ".
           IF WS-OCURRENCIAS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-CAMPO-TEXTO
               DELIMITED BY " CAPTURO " OR " VERIFICO "
               INTO WS-CAL-HOJA WS-CAL-CAPTURO WS-CAL-VERIFICO
           END-UNSTRING.
           IF WS-CAL-CAPTURO NOT = SPACES
               AND WS-CAL-CAPTURO = WS-CAL-VERIFICO
               INITIALIZE LINEA-TEMP
               STRING
                   "CALIFICACIONES " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAL-HOJA) DELIMITED BY SIZE
                   " CLAVE " DELIMITED BY SIZE
                   WS-CAMPO-CLAVE DELIMITED BY SIZE
                   " FECHA " DELIMITED BY SIZE
                   WS-CAMPO-FECHA DELIMITED BY SIZE
                   ": CAPTURO Y VERIFICO " DELIMITED BY SIZE
                   WS-CAL-CAPTURO DELIMITED BY SPACE
               INTO LINEA-TEMP
               PERFORM 100700-ESCRIBE-CONFLICTO
           END-IF.
           EXIT.

       100400-REVISA-PAGOS.
      *    CADA DEVOLUCION O CORRECCION DEL PERIODO CONTRA LA LINEA DE
      *    BITACORA DE SU CAPTURA: MISMA CLAVE, MISMA FECHA.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-PAG.
           PERFORM UNTIL FIN-PAGOS
               READ DOC-PAGOS
                   AT END
                       SET FIN-PAGOS TO TRUE
                   NOT AT END
                       IF (PAG-REG-TIPO = "D" OR PAG-REG-TIPO = "R")
                           AND PAG-REG-FECHA NOT < WS-F-DESDE
                           AND PAG-REG-FECHA NOT > WS-F-HASTA
                           PERFORM 100410-CRUZA-AJUSTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-PAGOS.
           EXIT.

       100410-CRUZA-AJUSTE.
           MOVE PAG-REG-CLAVE TO WS-CLAVE-TXT.
           MOVE PAG-REG-FECHA TO WS-CAMPO-FECHA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-AJUSTES
               IF WS-AJU-USADO(WS-IDX) = "N"
                   AND WS-AJU-CLAVE(WS-IDX) = WS-CLAVE-TXT
                   AND WS-AJU-FECHA(WS-IDX) = WS-CAMPO-FECHA
                   AND WS-AJU-OPERADOR(WS-IDX) = PAG-REG-AUTORIZA
                   MOVE "S" TO WS-AJU-USADO(WS-IDX)
                   INITIALIZE LINEA-TEMP
                   STRING
                       "PAGOS " DELIMITED BY SIZE
                       PAG-REG-TIPO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PAG-REG-CONCEPTO DELIMITED BY SIZE
                       " CLAVE " DELIMITED BY SIZE
                       WS-CLAVE-TXT DELIMITED BY SIZE
                       " FECHA " DELIMITED BY SIZE
                       WS-CAMPO-FECHA DELIMITED BY SIZE
                       ": CAPTURO Y AUTORIZO " DELIMITED BY SIZE
                       PAG-REG-AUTORIZA DELIMITED BY SPACE
                   INTO LINEA-TEMP
                   PERFORM 100700-ESCRIBE-CONFLICTO
                   MOVE WS-TOTAL-AJUSTES TO WS-IDX
               END-IF
           END-PERFORM.
           EXIT.

       100500-REVISA-APELACIONES.
      *    DICTAMENES DEL PERIODO: NINGUN FIRMANTE DEL COMITE PUEDE
      *    SER QUIEN REGISTRO LA APELACION NI QUIEN APLICO EL CAMBIO.
           OPEN INPUT DOC-APELACIONES.
           IF WS-STATUS-APE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-APE.
           PERFORM UNTIL FIN-APELACIONES
               READ DOC-APELACIONES NEXT RECORD
                   AT END
                       SET FIN-APELACIONES TO TRUE
                   NOT AT END
                       IF APE-REG-FECHA-DICTAMEN NOT < WS-F-DESDE
                           AND APE-REG-FECHA-DICTAMEN
                               NOT > WS-F-HASTA
                           PERFORM 100510-REVISA-FIRMAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-APELACIONES.
           EXIT.

       100510-REVISA-FIRMAS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               IF APE-REG-FIRMA(WS-K) NOT = SPACES
                   IF APE-REG-FIRMA(WS-K) = APE-REG-REGISTRO
                       INITIALIZE LINEA-TEMP
                       STRING
                           "APELACION FOLIO " DELIMITED BY SIZE
                           APE-REG-FOLIO DELIMITED BY SIZE
                           " CLAVE " DELIMITED BY SIZE
                           APE-REG-CLAVE DELIMITED BY SIZE
                           " FECHA " DELIMITED BY SIZE
                           APE-REG-FECHA-DICTAMEN DELIMITED BY SIZE
                           ": REGISTRO Y DICTAMINO " DELIMITED BY SIZE
                           APE-REG-REGISTRO DELIMITED BY SPACE
                       INTO LINEA-TEMP
                       PERFORM 100700-ESCRIBE-CONFLICTO
                   END-IF
                   IF APE-REG-FIRMA(WS-K) = APE-REG-APLICO
                       INITIALIZE LINEA-TEMP
                       STRING
                           "APELACION FOLIO " DELIMITED BY SIZE
                           APE-REG-FOLIO DELIMITED BY SIZE
                           " CLAVE " DELIMITED BY SIZE
                           APE-REG-CLAVE DELIMITED BY SIZE
                           " FECHA " DELIMITED BY SIZE
                           APE-REG-FECHA-APLICA DELIMITED BY SIZE
                           ": DICTAMINO Y APLICO " DELIMITED BY SIZE
                           APE-REG-APLICO DELIMITED BY SPACE
                       INTO LINEA-TEMP
                       PERFORM 100700-ESCRIBE-CONFLICTO
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       100700-ESCRIBE-CONFLICTO.
           WRITE LINEA-TEMP.
           ADD 1 TO WS-TOTAL-CONFLICTOS.
           EXIT.

       100800-RESUMEN-Y-FIRMAS.
           IF WS-TOTAL-CONFLICTOS = ZEROS
               MOVE "SIN CONFLICTOS EN EL PERIODO" TO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "USUARIOS: " DELIMITED BY SIZE
               WS-TOTAL-USUARIOS DELIMITED BY SIZE
               "  INACTIVAS: " DELIMITED BY SIZE
               WS-TOTAL-INACTIVAS DELIMITED BY SIZE
               " (HOY " DELIMITED BY SIZE
               WS-TOTAL-INACTIVADAS DELIMITED BY SIZE
               ")  LINEAS DE BITACORA DEL PERIODO: " DELIMITED BY SIZE
               WS-TOTAL-LINEAS DELIMITED BY SIZE
               " EN " DELIMITED BY SIZE
               WS-TOTAL-ARCHIVOS DELIMITED BY SIZE
               " ARCHIVOS  CONFLICTOS: " DELIMITED BY SIZE
               WS-TOTAL-CONFLICTOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE SPACES TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE "CERTIFICO QUE REVISE LOS ACCESOS Y CONFLICTOS DE ESTE "
               TO LINEA-TEMP.
           MOVE "REPORTE; EVIDENCIA PARA EL AUDITOR EXTERNO."
               TO LINEA-TEMP(56:).
           WRITE LINEA-TEMP.
           MOVE SPACES TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE "DIRECTOR: ______________________________   "
               TO LINEA-TEMP.
           MOVE "FECHA: ____________   FIRMA: ____________________"
               TO LINEA-TEMP(46:).
           WRITE LINEA-TEMP.
           EXIT.

       100900-AUDITA-CORRIDA.
           INITIALIZE WS-AUD-TEXTO.
           STRING
               "RECERTIFICACION " DELIMITED BY SIZE
               WS-F-DESDE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-F-HASTA DELIMITED BY SIZE
               " INACTIVADAS " DELIMITED BY SIZE
               WS-TOTAL-INACTIVADAS DELIMITED BY SIZE
               " CONFLICTOS " DELIMITED BY SIZE
               WS-TOTAL-CONFLICTOS DELIMITED BY SIZE
           INTO WS-AUD-TEXTO.
           PERFORM 100950-AUDITORIA-LOG.
           EXIT.

       100950-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "RECERTIFICA" DELIMITED BY SIZE
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

       END PROGRAM RECERTIFICA-ACCESOS-DOC.
