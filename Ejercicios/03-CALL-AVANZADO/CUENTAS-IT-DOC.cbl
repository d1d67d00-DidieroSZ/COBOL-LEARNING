      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: IT SIDE OF THE INSTITUTIONAL ACCOUNTS.
      *          [1] IMPORTS IT'S CONFIRMATION FILE
      *          "prov-confirmacion.csv" (ACCION,USUARIO,CLAVE,CUENTA,
      *          RESULTADO; LAS MISMAS COLUMNAS DE LA SOLICITUD DE
      *          CUENTAS-PROVISION-DOC MAS LA CUENTA CREADA Y "OK" O EL
      *          ERROR) AND STORES THE ACCOUNT AGAINST THE CLAVE IN
      *          "cuentas-inst.txt"; LO QUE NO CUADRA CON LA SOLICITUD
      *          PENDIENTE SALE A "prov-rechazos.txt".
      *          [2] RECONCILIATION REPORT "REP-CUENTAS-CONCILIA.txt":
      *          ALUMNOS ACTIVOS SIN CUENTA ACTIVA Y CUENTAS CON ACCESO
      *          CUYO ALUMNO YA NO ESTA ACTIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUENTAS-IT-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-EST ASSIGN TO "estudiantes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST.

               SELECT DOC-CIN ASSIGN TO "cuentas-inst.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CIN-REG-CLAVE
                   FILE STATUS WS-STATUS-CIN.

               SELECT DOC-CONFIRMA ASSIGN TO "prov-confirmacion.csv"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-CONF.

               SELECT DOC-RECHAZOS ASSIGN TO "prov-rechazos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-RECH.

               SELECT REP-CONCILIA
                   ASSIGN TO "REP-CUENTAS-CONCILIA.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-CIN.
               COPY "CIN-REG-DOC.cpy".

           FD DOC-CONFIRMA.
               01 CONF-REG PIC X(120).

           FD DOC-RECHAZOS.
               01 RECH-REG.
                   05 RECH-MOTIVO PIC X(40).
                   05 RECH-SEPARADOR PIC X(01).
                   05 RECH-LINEA PIC X(120).

           FD REP-CONCILIA.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-CIN PIC XX.
               05 WS-STATUS-CONF PIC XX.
               05 WS-STATUS-RECH PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-CONF-ACCION PIC X(12).
               05 WS-CONF-USUARIO PIC X(20).
               05 WS-CONF-CLAVE-TXT PIC X(10).
               05 WS-CONF-CUENTA PIC X(40).
               05 WS-CONF-RESULTADO PIC X(20).
               05 WS-CONF-MOTIVO PIC X(40).
               05 WS-CONF-RENGLON PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-APLICADOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-RECHAZADOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-SIN-CUENTA PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-SOBRANTES PIC 9(05) VALUE ZEROS.
               05 WS-ESTADO-TEXTO PIC X(20).
               05 WS-ESTATUS-TEXTO PIC X(16).
               05 WS-CUENTA-EDIT PIC ZZZZ9.

           01 WS-LINEAS.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-CONF PIC X VALUE "N".
                   88 FIN-CONFIRMACION VALUE "S".
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-FIN-CIN PIC X VALUE "N".
                   88 FIN-CUENTAS VALUE "S".
               05 WS-EST-HALLADO PIC X VALUE "N".
                   88 ALUMNO-EN-MAESTRO VALUE "S".
               05 WS-CUENTA-OK PIC X VALUE "N".
                   88 CUENTA-CONFIRMADA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(5:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE ADMIN ***"
           GOBACK
       END-IF.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- CUENTAS INSTITUCIONALES (SISTEMAS) --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] IMPORTAR PROV-CONFIRMACION.CSV".
           DISPLAY "  [2] REPORTE DE CONCILIACION".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-IMPORTA
               WHEN 2
                   PERFORM 100500-CONCILIA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100100-IMPORTA.
           MOVE ZEROS TO WS-TOTAL-APLICADOS.
           MOVE ZEROS TO WS-TOTAL-RECHAZADOS.
           MOVE ZEROS TO WS-CONF-RENGLON.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           OPEN INPUT DOC-CONFIRMA.
           IF WS-STATUS-CONF NOT = "00"
               DISPLAY "**** NO SE ENCONTRO PROV-CONFIRMACION.CSV ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O DOC-CIN.
           IF WS-STATUS-CIN NOT = "00"
               DISPLAY "**** ERROR AL ABRIR CUENTAS-INST.TXT, STATUS: "
                       WS-STATUS-CIN
               CLOSE DOC-CONFIRMA
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DOC-RECHAZOS.
           MOVE "N" TO WS-FIN-CONF.
           PERFORM 100110-LEE-RENGLON UNTIL FIN-CONFIRMACION.
           CLOSE DOC-RECHAZOS.
           CLOSE DOC-CIN.
           CLOSE DOC-CONFIRMA.
           DISPLAY "**** CONFIRMACIONES APLICADAS:  "
                   WS-TOTAL-APLICADOS " ***".
           DISPLAY "**** RENGLONES RECHAZADOS:      "
                   WS-TOTAL-RECHAZADOS " ***".
           PERFORM 100190-AUDITA-IMPORTA.
           EXIT.

       100110-LEE-RENGLON.
           READ DOC-CONFIRMA
               AT END
                   SET FIN-CONFIRMACION TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONF-RENGLON
      *            EL PRIMER RENGLON ES EL DE COLUMNAS.
                   IF WS-CONF-RENGLON > 1 AND CONF-REG NOT = SPACES
                       PERFORM 100120-APLICA-RENGLON
                   END-IF
           END-READ.
           EXIT.

       100120-APLICA-RENGLON.
      *    SOLO SE CONFIRMA LO QUE ESTA PEDIDO: ALTA SOBRE "P",
      *    HABILITA SOBRE "H" Y DESHABILITA SOBRE "D".
           MOVE SPACES TO WS-CONF-MOTIVO.
           MOVE SPACES TO WS-CONF-ACCION WS-CONF-USUARIO
                          WS-CONF-CLAVE-TXT WS-CONF-CUENTA
                          WS-CONF-RESULTADO.
           UNSTRING CONF-REG DELIMITED BY ","
               INTO WS-CONF-ACCION WS-CONF-USUARIO WS-CONF-CLAVE-TXT
                    WS-CONF-CUENTA WS-CONF-RESULTADO.
           MOVE FUNCTION UPPER-CASE(WS-CONF-ACCION) TO WS-CONF-ACCION.
           MOVE FUNCTION UPPER-CASE(WS-CONF-RESULTADO)
               TO WS-CONF-RESULTADO.
           IF WS-CONF-CLAVE-TXT(1:8) IS NOT NUMERIC
               OR WS-CONF-CLAVE-TXT(9:2) NOT = SPACES
               MOVE "CLAVE NO NUMERICA" TO WS-CONF-MOTIVO
           ELSE
               MOVE WS-CONF-CLAVE-TXT(1:8) TO CIN-REG-CLAVE
               READ DOC-CIN
                   INVALID KEY
                       MOVE "CLAVE SIN SOLICITUD EN CUENTAS-INST.TXT"
                           TO WS-CONF-MOTIVO
                   NOT INVALID KEY
                       PERFORM 100130-VALIDA-Y-APLICA
               END-READ
           END-IF.
           IF WS-CONF-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOTAL-RECHAZADOS
               INITIALIZE RECH-REG
               MOVE WS-CONF-MOTIVO TO RECH-MOTIVO
               MOVE "|" TO RECH-SEPARADOR
               MOVE CONF-REG TO RECH-LINEA
               WRITE RECH-REG
           END-IF.
           EXIT.

       100130-VALIDA-Y-APLICA.
           IF WS-CONF-RESULTADO NOT = "OK"
               MOVE "SISTEMAS REPORTO ERROR; SIGUE PEDIDA"
                   TO WS-CONF-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-CONF-ACCION = "ALTA" AND CIN-ALTA-PEDIDA
               WHEN WS-CONF-ACCION = "HABILITA"
                   AND CIN-REHABILITA-PEDIDA
                   IF WS-CONF-CUENTA = SPACES
                       MOVE "SIN CUENTA EN LA CONFIRMACION"
                           TO WS-CONF-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CONF-CUENTA TO CIN-REG-CUENTA
                   SET CIN-ACTIVA TO TRUE
               WHEN WS-CONF-ACCION = "DESHABILITA" AND CIN-BAJA-PEDIDA
                   SET CIN-DESHABILITADA TO TRUE
               WHEN OTHER
                   MOVE "ACCION NO CORRESPONDE A LO PEDIDO"
                       TO WS-CONF-MOTIVO
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-AUD-FECHA TO CIN-REG-FECHA-CONFIRMA.
           REWRITE CIN-REG-DOC
               INVALID KEY
                   MOVE "ERROR AL GRABAR CUENTAS-INST.TXT"
                       TO WS-CONF-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-APLICADOS
           END-REWRITE.
           EXIT.

       100190-AUDITA-IMPORTA.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "CUENTAS-IT" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|CONFIRMACION SISTEMAS " DELIMITED BY SIZE
               WS-TOTAL-APLICADOS DELIMITED BY SIZE
               " RECHAZADOS " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100500-CONCILIA.
           MOVE ZEROS TO WS-TOTAL-SIN-CUENTA.
           MOVE ZEROS TO WS-TOTAL-SOBRANTES.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ERROR AL ABRIR ESTUDIANTES.TXT, STATUS: "
                       WS-STATUS-EST
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-CIN.
           IF WS-STATUS-CIN NOT = "00"
               DISPLAY "**** SIN CUENTAS-INST.TXT; TODOS LOS ACTIVOS "
                       "SALEN SIN CUENTA ***"
           END-IF.
           OPEN OUTPUT REP-CONCILIA.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CONCILIACION DE CUENTAS INSTITUCIONALES AL "
                   DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM 100510-ACTIVOS-SIN-CUENTA.
           IF WS-STATUS-CIN = "00"
               PERFORM 100550-CUENTAS-SOBRANTES
               CLOSE DOC-CIN
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE WS-TOTAL-SIN-CUENTA TO WS-CUENTA-EDIT.
           STRING
               "ACTIVOS SIN CUENTA: " DELIMITED BY SIZE
               WS-CUENTA-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE WS-TOTAL-SOBRANTES TO WS-CUENTA-EDIT.
           STRING
               "CUENTAS DE NO ACTIVOS: " DELIMITED BY SIZE
               WS-CUENTA-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           CLOSE REP-CONCILIA.
           CLOSE DOC-EST.
           DISPLAY "**** REP-CUENTAS-CONCILIA.TXT: "
                   WS-TOTAL-SIN-CUENTA " ACTIVOS SIN CUENTA, "
                   WS-TOTAL-SOBRANTES " CUENTAS DE NO ACTIVOS ***".
           EXIT.

       100510-ACTIVOS-SIN-CUENTA.
           INITIALIZE LINEA-TEMP.
           MOVE "ALUMNOS ACTIVOS SIN CUENTA ACTIVA" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE " CLAVE" TO LINEA-TEMP(1:6).
           MOVE "NOMBRE" TO LINEA-TEMP(11:6).
           MOVE "ESTADO DE LA CUENTA" TO LINEA-TEMP(53:19).
           WRITE LINEA-TEMP.
           MOVE "N" TO WS-FIN-EST.
           PERFORM UNTIL FIN-ESTUDIANTES
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ESTUDIANTES TO TRUE
                   NOT AT END
                       IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
                           PERFORM 100520-REVISA-ACTIVO
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100520-REVISA-ACTIVO.
           MOVE "SIN SOLICITUD" TO WS-ESTADO-TEXTO.
           MOVE "N" TO WS-CUENTA-OK.
           IF WS-STATUS-CIN = "00"
               MOVE EST-REG-CLAVE TO CIN-REG-CLAVE
               READ DOC-CIN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 100590-TEXTO-ESTADO
                       IF CIN-ACTIVA
                           SET CUENTA-CONFIRMADA TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF CUENTA-CONFIRMADA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-SIN-CUENTA.
           INITIALIZE LINEA-TEMP.
           MOVE EST-REG-CLAVE TO LINEA-TEMP(1:8).
           MOVE EST-REG-NOMBRE TO LINEA-TEMP(11:40).
           MOVE WS-ESTADO-TEXTO TO LINEA-TEMP(53:20).
           WRITE LINEA-TEMP.
           EXIT.

       100550-CUENTAS-SOBRANTES.
      *    CUENTAS QUE SIGUEN CON ACCESO (ACTIVA, O DESHABILITACION
      *    PEDIDA Y NO CONFIRMADA) CUYO ALUMNO YA NO ESTA ACTIVO. LA
      *    BAJA TEMPORAL CONSERVA SU CUENTA Y NO SE LISTA.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "CUENTAS CON ACCESO DE ALUMNOS NO ACTIVOS"
               TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE " CLAVE" TO LINEA-TEMP(1:6).
           MOVE "CUENTA" TO LINEA-TEMP(11:6).
           MOVE "ESTADO DE LA CUENTA" TO LINEA-TEMP(53:19).
           MOVE "ESTATUS ALUMNO" TO LINEA-TEMP(75:14).
           WRITE LINEA-TEMP.
           MOVE ZEROS TO CIN-REG-CLAVE.
           START DOC-CIN KEY IS >= CIN-REG-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-FIN-CIN.
           PERFORM UNTIL FIN-CUENTAS
               READ DOC-CIN NEXT RECORD
                   AT END
                       SET FIN-CUENTAS TO TRUE
                   NOT AT END
                       IF CIN-ACTIVA OR CIN-BAJA-PEDIDA
                           PERFORM 100560-REVISA-CUENTA
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100560-REVISA-CUENTA.
           MOVE "N" TO WS-EST-HALLADO.
           MOVE CIN-REG-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   MOVE "NO EXISTE" TO WS-ESTATUS-TEXTO
               NOT INVALID KEY
                   SET ALUMNO-EN-MAESTRO TO TRUE
           END-READ.
           IF ALUMNO-EN-MAESTRO
               EVALUATE TRUE
                   WHEN EST-BAJA
                       MOVE "BAJA" TO WS-ESTATUS-TEXTO
                   WHEN EST-EGRESADO
                       MOVE "EGRESADO" TO WS-ESTATUS-TEXTO
                   WHEN EST-SUSPENDIDO
                       MOVE "SUSPENDIDO" TO WS-ESTATUS-TEXTO
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF.
           PERFORM 100590-TEXTO-ESTADO.
           ADD 1 TO WS-TOTAL-SOBRANTES.
           INITIALIZE LINEA-TEMP.
           MOVE CIN-REG-CLAVE TO LINEA-TEMP(1:8).
           MOVE CIN-REG-CUENTA TO LINEA-TEMP(11:40).
           MOVE WS-ESTADO-TEXTO TO LINEA-TEMP(53:20).
           MOVE WS-ESTATUS-TEXTO TO LINEA-TEMP(75:16).
           WRITE LINEA-TEMP.
           EXIT.

       100590-TEXTO-ESTADO.
           EVALUATE TRUE
               WHEN CIN-ALTA-PEDIDA
                   MOVE "ALTA PEDIDA" TO WS-ESTADO-TEXTO
               WHEN CIN-ACTIVA
                   MOVE "ACTIVA" TO WS-ESTADO-TEXTO
               WHEN CIN-BAJA-PEDIDA
                   MOVE "DESHABILITA PEDIDA" TO WS-ESTADO-TEXTO
               WHEN CIN-DESHABILITADA
                   MOVE "DESHABILITADA" TO WS-ESTADO-TEXTO
               WHEN CIN-REHABILITA-PEDIDA
                   MOVE "HABILITA PEDIDA" TO WS-ESTADO-TEXTO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO WS-ESTADO-TEXTO
           END-EVALUATE.
           EXIT.

       END PROGRAM CUENTAS-IT-DOC.
