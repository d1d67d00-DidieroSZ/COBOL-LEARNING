      *          CONSECUTIVE CERTIFICATE FOLIO AND DATE, WRITES THE
      *          PRINT-READY CERTIFICATE "CERT-<FOLIO>.txt" AND LOGS
      *          TO "auditoria.txt". REPORT IN "REP-GRADUACION.txt".
      *          SIN CARTA DE LIBERACION DEL SERVICIO SOCIAL (Y DE
      *          PRACTICAS SI PRACTICAS-REQ = 1) NO HAY GRADUACION:
      *          SE CONSULTA CON SERVICIO-SEARCH.
      *          TAMPOCO SIN NO ADEUDO (NO-ADEUDO-SEARCH): BIBLIOTECA,
      *          LABORATORIO, FINANZAS Y CONTROL ESCOLAR LIBERADOS, O
      *          EL OVERRIDE DE UN ADMIN FIRMADO EN NO-ADEUDO-MAKER-DOC.
      *          NO MORE FLIPPING STATUSES ONE BY ONE IN DATA-EST-BAJA
      *          AND TYPING CERTIFICATES IN A WORD PROCESSOR.
      ******************************************************************
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

               SELECT DOC-EXCEPCIONES ASSIGN TO
               05 WS-CARRERA-DESC-LK PIC A(40).
               05 WS-CARRERA-VALIDA PIC X.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-SSO-TIPO PIC X(01).
               05 WS-SSO-ESTATUS PIC X(01).
                   88 SSO-LIBERADO VALUE "L".
               05 WS-SSO-HORAS PIC 9(04).
               05 WS-PRACTICAS-REQ PIC 9(01) VALUE ZEROS.
               05 WS-PENDIENTE PIC X(40) VALUE SPACES.
               05 WS-NAD-AREAS PIC X(04) VALUE SPACES.
               05 WS-NAD-LIBERADO PIC X VALUE "N".
                   88 NO-ADEUDO-LIBERADO VALUE "S".

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

      *    EXCEPCIONES CAPTURADAS (ALUMNOS QUE NO SE GRADUAN AUNQUE
      *    EL PLAN ESTE COMPLETO: ADEUDOS, TRAMITES PENDIENTES...).
               05 WS-TOTAL-REVISADOS PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-GRADUADOS PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-EXCEPTUADOS PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-SIN-SERVICIO PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-SIN-NO-ADEUDO PIC 9(04) VALUE ZEROS.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
                   88 FIN-EGRESADOS VALUE "S".
               05 WS-ES-EXCEPCION PIC X VALUE "N".
                   88 CLAVE-EXCEPTUADA VALUE "S".
               05 WS-SERVICIO-OK PIC X VALUE "N".
                   88 SERVICIO-CUMPLIDO VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "GRADUACION-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

               GOBACK
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE "PRACTICAS-REQ" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-PRACTICAS-REQ
           END-IF.
           PERFORM 100100-CARGA-EXCEPCIONES.
           PERFORM 100150-ULTIMO-FOLIO.
           OPEN OUTPUT REP-GRADUACION.
               UNTIL NOT CURR-ENTRADA-OK.
           IF WS-REQUERIDAS > ZEROS AND WS-FALTANTES = ZEROS
               PERFORM 100320-REVISA-EXCEPCION
               PERFORM 100340-REVISA-SERVICIO
               PERFORM 100350-REVISA-NO-ADEUDO
               EVALUATE TRUE
                   WHEN CLAVE-EXCEPTUADA
                       ADD 1 TO WS-TOTAL-EXCEPTUADOS
                       INITIALIZE LINEA-TEMP
                       STRING
                           "EXCEPTUADO: " DELIMITED BY SIZE
                           EST-REG-CLAVE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(EST-REG-NOMBRE)
                               DELIMITED BY SIZE
                       INTO LINEA-TEMP
                       WRITE LINEA-TEMP
                   WHEN NOT SERVICIO-CUMPLIDO
                       ADD 1 TO WS-TOTAL-SIN-SERVICIO
                       INITIALIZE LINEA-TEMP
                       STRING
                           "PENDIENTE:  " DELIMITED BY SIZE
                           EST-REG-CLAVE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(EST-REG-NOMBRE)
                               DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PENDIENTE) DELIMITED BY SIZE
                       INTO LINEA-TEMP
                       WRITE LINEA-TEMP
                   WHEN NOT NO-ADEUDO-LIBERADO
                       ADD 1 TO WS-TOTAL-SIN-NO-ADEUDO
                       INITIALIZE LINEA-TEMP
                       STRING
                           "BLOQUEADO:  " DELIMITED BY SIZE
                           EST-REG-CLAVE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(EST-REG-NOMBRE)
                               DELIMITED BY SIZE
                           " - NO ADEUDO (BLFE) " DELIMITED BY SIZE
                           WS-NAD-AREAS DELIMITED BY SIZE
                       INTO LINEA-TEMP
                       WRITE LINEA-TEMP
                   WHEN OTHER
                       PERFORM 100400-GRADUA-ESTUDIANTE
               END-EVALUATE
           END-IF.
           EXIT.

           END-IF.
           EXIT.

       100340-REVISA-SERVICIO.
      *    EL CERTIFICADO NO SE EXPIDE SIN LA CARTA DE LIBERACION
      *    DEL SERVICIO SOCIAL (SERVICIO-SOCIAL-MAKER-DOC); LAS
      *    PRACTICAS SOLO CUANDO PRACTICAS-REQ = 1.
           MOVE "S" TO WS-SERVICIO-OK.
           MOVE SPACES TO WS-PENDIENTE.
           MOVE "S" TO WS-SSO-TIPO.
           MOVE "N" TO WS-SSO-ESTATUS.
           CALL "SERVICIO-SEARCH" USING
               WS-CLAVE-EST WS-SSO-TIPO WS-SSO-ESTATUS WS-SSO-HORAS.
           IF NOT SSO-LIBERADO
               MOVE "N" TO WS-SERVICIO-OK
               MOVE "SIN LIBERACION DE SERVICIO SOCIAL"
                   TO WS-PENDIENTE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRACTICAS-REQ = 1
               MOVE "P" TO WS-SSO-TIPO
               MOVE "N" TO WS-SSO-ESTATUS
               CALL "SERVICIO-SEARCH" USING
                   WS-CLAVE-EST WS-SSO-TIPO WS-SSO-ESTATUS
                   WS-SSO-HORAS
               IF NOT SSO-LIBERADO
                   MOVE "N" TO WS-SERVICIO-OK
                   MOVE "SIN LIBERACION DE PRACTICAS" TO WS-PENDIENTE
               END-IF
           END-IF.
           EXIT.

       100350-REVISA-NO-ADEUDO.
      *    CADA AREA LIBERADA ("L"), CON OVERRIDE ADMIN ("O") O, EN
      *    FINANZAS, CON SALDO CERO ("S"); "A" ADEUDO Y "N" SIN
      *    FIRMA BLOQUEAN EL CERTIFICADO.
           MOVE "N" TO WS-NAD-LIBERADO.
           CALL "NO-ADEUDO-SEARCH" USING
               WS-CLAVE-EST WS-AUD-FECHA WS-NAD-AREAS WS-NAD-LIBERADO.
           EXIT.

       100400-GRADUA-ESTUDIANTE.
           ADD 1 TO WS-FOLIO.
           SET EST-EGRESADO TO TRUE.
                   DISPLAY "**** ERROR AL EGRESAR " EST-REG-CLAVE
                           ", STATUS: " WS-STATUS-EST
               NOT INVALID KEY
                   MOVE "M" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
                   ADD 1 TO WS-TOTAL-GRADUADOS
                   PERFORM 100410-REGISTRA-EGRESADO
                   PERFORM 100420-GENERA-CERTIFICADO
               WS-TOTAL-GRADUADOS DELIMITED BY SIZE
               "   EXCEPTUADOS: " DELIMITED BY SIZE
               WS-TOTAL-EXCEPTUADOS DELIMITED BY SIZE
               "   PENDIENTES DE SERVICIO/PRACTICAS: " DELIMITED BY SIZE
               WS-TOTAL-SIN-SERVICIO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "BLOQUEADOS POR NO ADEUDO: " DELIMITED BY SIZE
               WS-TOTAL-SIN-NO-ADEUDO DELIMITED BY SIZE
               " (DETALLE EN REP-NO-ADEUDO.txt)" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.
