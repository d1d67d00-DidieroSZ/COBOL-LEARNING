      *          RECORD: IT ONLY SETS EST-REG-ESTATUS, SO THE HISTORY
      *          SURVIVES AND A READMISSION JUST REACTIVATES THE
      *          RECORD WITH ITS CARRERA AND MATERIAS INTACT. REPORTS
      *          FILTER TO ACTIVE STUDENTS BY DEFAULT. BAJA Y EGRESO
      *          EXIGEN EL NO ADEUDO DE TODAS LAS AREAS
      *          (NO-ADEUDO-SEARCH); SI FALTA ALGUNA, SOLO PROCEDE CON
      *          LA FIRMA DE UN ADMIN, QUE QUEDA EN "auditoria.txt".
      *          LA BAJA TEMPORAL ("T") REGISTRA FECHA DE INICIO, CICLO
      *          DE REGRESO Y MOTIVO EN "bajas-temporales.txt" (SIN
      *          PASAR DEL MAXIMO DE CICLOS BTEMP-MAX); LA READMISION
      *          DE UN ALUMNO EN BAJA TEMPORAL LA DA POR CERRADA.
      *          TODA BAJA DEFINITIVA LLEVA UN MOTIVO DEL CATALOGO
      *          "motivos-baja.txt" Y, SI SE HACE, LA ENTREVISTA DE
      *          SALIDA; QUEDAN EN "bajas-motivo.txt" PARA
      *          DESERCION-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-EST-BAJA.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-REG-CLAVE
           ALTERNATE RECORD KEY IS EST-REG-NOMBRE
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-CARRERA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-PLANTEL
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-ORI.
       SELECT DOC-CICLOS ASSIGN TO "ciclos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-REG-ID
           FILE STATUS IS WS-STATUS-CIC.
       SELECT DOC-BTE ASSIGN TO "bajas-temporales.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BTE-REG-LLAVE
           FILE STATUS IS WS-STATUS-BTE.
       SELECT DOC-MOTIVOS ASSIGN TO "motivos-baja.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MTB-REG-CODIGO
           FILE STATUS IS WS-STATUS-MTB.
       SELECT DOC-DES ASSIGN TO "bajas-motivo.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DES-REG-LLAVE
           FILE STATUS IS WS-STATUS-DES.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".
           FD DOC-CICLOS.
           01 CIC-REG-DOC.
               05 CIC-REG-ID PIC X(10).
               05 CIC-REG-INSCR-INI PIC 9(08).
               05 CIC-REG-INSCR-FIN PIC 9(08).
               05 CIC-REG-CALIF-INI PIC 9(08).
               05 CIC-REG-CALIF-FIN PIC 9(08).
               05 CIC-REG-ESTATUS PIC X(01).
           FD DOC-BTE.
           COPY "BTE-REG-DOC.cpy".
           FD DOC-MOTIVOS.
           01 MTB-REG-DOC.
               05 MTB-REG-CODIGO PIC X(04).
               05 MTB-REG-DESCRIPCION PIC X(30).
               05 MTB-REG-CATEGORIA PIC X(01).
           FD DOC-DES.
           COPY "DES-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-ORI PIC XX.
               05 WS-CLAVE-BAJA PIC 9(08).
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-ESTATUS-NUEVO PIC X VALUE SPACE.
               05 WS-ESTATUS-TEXTO PIC X(12) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-NAD-AREAS PIC X(04) VALUE SPACES.
               05 WS-NAD-LIBERADO PIC X VALUE "N".
                   88 NO-ADEUDO-LIBERADO VALUE "S".
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-CONFIRMA-OVERRIDE PIC X VALUE "N".
               05 WS-STATUS-CIC PIC XX.
               05 WS-STATUS-BTE PIC XX.
               05 WS-ESTATUS-ANTERIOR PIC X VALUE SPACE.
               05 WS-BTE-FECHA-INI PIC 9(08) VALUE ZEROS.
               05 WS-BTE-CICLO PIC X(10) VALUE SPACES.
               05 WS-BTE-REGRESO-INI PIC 9(08) VALUE ZEROS.
               05 WS-BTE-MOTIVO PIC X VALUE SPACE.
               05 WS-BTE-DESCRIPCION PIC X(40) VALUE SPACES.
               05 WS-BTE-CICLOS PIC 9(03) VALUE ZEROS.
               05 WS-BTE-MAX PIC 9(03) VALUE 2.
               05 WS-FIN-CIC PIC X VALUE "N".
               05 WS-FIN-BTE PIC X VALUE "N".
               05 WS-STATUS-MTB PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-DES-MOTIVO PIC X(04) VALUE SPACES.
               05 WS-DES-ENTREVISTA PIC X VALUE "N".
               05 WS-DES-COMENTARIO PIC X(60) VALUE SPACES.
               05 WS-DES-DESTINO PIC X(30) VALUE SPACES.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-ENCONTRADO PIC X VALUE "N".
                   88 EST-ENCONTRADO VALUE "S".
               05 WS-NAD-PERMITE PIC X VALUE "S".
                   88 CAMBIO-PERMITIDO VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "DATA-EST-BAJA".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

           DISPLAY "  [2] SUSPENSION".
           DISPLAY "  [3] EGRESO".
           DISPLAY "  [4] READMISION (REACTIVAR)".
           DISPLAY "  [5] BAJA TEMPORAL".
           DISPLAY "---------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
               WHEN 4
                   MOVE "A" TO WS-ESTATUS-NUEVO
                   MOVE "READMISION" TO WS-ESTATUS-TEXTO
               WHEN 5
                   MOVE "T" TO WS-ESTATUS-NUEVO
                   MOVE "BAJA TEMPORAL" TO WS-ESTATUS-TEXTO
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
               DISPLAY "ERROR AL ABRIR ESTUDIANTES.TXT"
           ELSE
               PERFORM 100200-BUSCA-ESTUDIANTE
      *        UNA CLAVE FUSIONADA NO CAMBIA DE ESTATUS (NI SE
      *        READMITE); LOS MOVIMIENTOS VAN A LA SOBREVIVIENTE.
               IF EST-ENCONTRADO
                   IF EST-FUSIONADO
                       DISPLAY "**** CLAVE FUSIONADA EN OTRA; "
                               "VER FUSIONES.TXT ***"
                       MOVE "N" TO WS-NAD-PERMITE
                   ELSE
                       MOVE EST-REG-ESTATUS TO WS-ESTATUS-ANTERIOR
                       PERFORM 100250-REVISA-NO-ADEUDO
                   END-IF
               END-IF
               IF EST-ENCONTRADO AND CAMBIO-PERMITIDO
                  AND WS-ESTATUS-NUEVO = "T"
                   PERFORM 100400-CAPTURA-BAJA-TEMPORAL
               END-IF
               IF EST-ENCONTRADO AND CAMBIO-PERMITIDO
                  AND WS-ESTATUS-NUEVO = "B"
                   PERFORM 100700-CAPTURA-MOTIVO-BAJA
               END-IF
               IF EST-ENCONTRADO AND CAMBIO-PERMITIDO
                   PERFORM 100300-CONFIRMA-CAMBIO
               END-IF
               IF NOT EST-ENCONTRADO
                   DISPLAY "**** CLAVE NO ENCONTRADA ***"
               END-IF
               CLOSE DOC-EST
           END-READ.
           EXIT.

       100250-REVISA-NO-ADEUDO.
      *    SOLO BAJA Y EGRESO; LA SUSPENSION Y LA READMISION NO
      *    PIDEN NO ADEUDO. CON BLOQUEO SE PIDE LA FIRMA DE UN ADMIN
      *    (USUARIO-LOGIN) Y EL OVERRIDE SE ASIENTA EN LA BITACORA.
           SET CAMBIO-PERMITIDO TO TRUE.
           IF WS-ESTATUS-NUEVO NOT = "B" AND WS-ESTATUS-NUEVO NOT = "E"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE "N" TO WS-NAD-LIBERADO.
           CALL "NO-ADEUDO-SEARCH" USING
               WS-CLAVE-BAJA WS-AUD-FECHA WS-NAD-AREAS WS-NAD-LIBERADO.
           IF NO-ADEUDO-LIBERADO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-NAD-PERMITE.
           DISPLAY "**** SIN NO ADEUDO; AREAS (BLFE) " WS-NAD-AREAS
                   " - A = ADEUDO, N = SIN FIRMA ***".
           DISPLAY "**** DETALLE EN NO-ADEUDO-MAKER-DOC ***".
           DISPLAY "¿PROCEDER CON OVERRIDE DE UN ADMIN? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA-OVERRIDE.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA-OVERRIDE)
               TO WS-CONFIRMA-OVERRIDE.
           IF WS-CONFIRMA-OVERRIDE NOT = "S"
               DISPLAY "**** SIN CAMBIOS ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           IF NOT SESION-FIRMADA
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROLES-SESION(5:1) NOT = "S"
               DISPLAY "**** SU USUARIO NO TIENE EL ROL ADMIN ***"
               EXIT PARAGRAPH
           END-IF.
           SET CAMBIO-PERMITIDO TO TRUE.
           PERFORM 100260-AUDITA-OVERRIDE.
           EXIT.

       100260-AUDITA-OVERRIDE.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "DATA-EST-BAJA" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE-BAJA DELIMITED BY SIZE
               "|OVERRIDE NO ADEUDO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ESTATUS-TEXTO) DELIMITED BY SIZE
               " AREAS " DELIMITED BY SIZE
               WS-NAD-AREAS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100300-CONFIRMA-CAMBIO.
           DISPLAY "¿CONFIRMA " FUNCTION TRIM(WS-ESTATUS-TEXTO)
                   " DE ESTE ESTUDIANTE? (SI/NO): "
                       DISPLAY "**** ERROR AL ACTUALIZAR, STATUS: "
                               WS-STATUS-ORI
                   NOT INVALID KEY
                       MOVE "M" TO WS-IMG-OPERACION
                       CALL "IMAGEN-EST-WRITER" USING
                           WS-IMG-PROGRAMA WS-IMG-OPERACION
                           EST-REG-DOC
                       DISPLAY "**** ESTATUS ACTUALIZADO A "
                               FUNCTION TRIM(WS-ESTATUS-TEXTO) " ***"
                       IF WS-ESTATUS-NUEVO = "T"
                           PERFORM 100500-REGISTRA-BAJA-TEMPORAL
                       END-IF
                       IF WS-ESTATUS-NUEVO = "B"
                           PERFORM 100750-REGISTRA-MOTIVO-BAJA
                       END-IF
                       IF WS-ESTATUS-NUEVO = "A"
                          AND WS-ESTATUS-ANTERIOR = "T"
                           PERFORM 100600-CIERRA-BAJA-TEMPORAL
                       END-IF
               END-REWRITE
           ELSE
               DISPLAY "**** SIN CAMBIOS ***"
           END-IF.
           EXIT.

       100400-CAPTURA-BAJA-TEMPORAL.
      *    SOLO SOBRE UN ALUMNO ACTIVO. EL CICLO DE REGRESO DEBE
      *    EXISTIR EN "ciclos.txt" Y EMPEZAR DESPUES DE LA FECHA DE
      *    INICIO; LOS CICLOS QUE SE AUSENTA (LOS QUE ABREN
      *    INSCRIPCION DESDE EL INICIO HASTA ANTES DEL REGRESO) NO
      *    PUEDEN PASAR DE BTEMP-MAX. QUEDA FIRMADO POR EL OPERADOR.
           MOVE "N" TO WS-NAD-PERMITE.
           IF NOT EST-ACTIVO AND EST-REG-ESTATUS NOT = SPACES
               DISPLAY "**** SOLO UN ALUMNO ACTIVO PUEDE PEDIR BAJA "
                       "TEMPORAL ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           IF NOT SESION-FIRMADA
               EXIT PARAGRAPH
           END-IF.
           MOVE "BTEMP-MAX" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR < 1000
               MOVE WS-PARAM-VALOR TO WS-BTE-MAX
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           DISPLAY "FECHA DE INICIO AAAAMMDD (0 = HOY): "
                   WITH NO ADVANCING.
           ACCEPT WS-BTE-FECHA-INI.
           IF WS-BTE-FECHA-INI = ZEROS
               MOVE WS-AUD-FECHA TO WS-BTE-FECHA-INI
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BTE-FECHA-INI) NOT = 0
               DISPLAY "**** FECHA INVALIDA ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CICLO DE REGRESO PLANEADO: " WITH NO ADVANCING.
           ACCEPT WS-BTE-CICLO.
           MOVE FUNCTION UPPER-CASE(WS-BTE-CICLO) TO WS-BTE-CICLO.
           PERFORM 100420-CUENTA-CICLOS.
           IF WS-BTE-REGRESO-INI = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WS-BTE-CICLOS > WS-BTE-MAX
               DISPLAY "**** SE AUSENTARIA " WS-BTE-CICLOS
                       " CICLOS; EL MAXIMO ES " WS-BTE-MAX " ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOTIVO (S=SALUD T=TRABAJO E=ECONOMICO O=OTRO): "
                   WITH NO ADVANCING.
           ACCEPT WS-BTE-MOTIVO.
           MOVE FUNCTION UPPER-CASE(WS-BTE-MOTIVO) TO WS-BTE-MOTIVO.
           IF WS-BTE-MOTIVO NOT = "S" AND WS-BTE-MOTIVO NOT = "T"
              AND WS-BTE-MOTIVO NOT = "E" AND WS-BTE-MOTIVO NOT = "O"
               DISPLAY "**** MOTIVO INVALIDO ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DESCRIPCION: " WITH NO ADVANCING.
           ACCEPT WS-BTE-DESCRIPCION.
           DISPLAY "CICLOS DE AUSENCIA: " WS-BTE-CICLOS
                   " (MAXIMO " WS-BTE-MAX ")".
           SET CAMBIO-PERMITIDO TO TRUE.
           EXIT.

       100420-CUENTA-CICLOS.
           MOVE ZEROS TO WS-BTE-REGRESO-INI WS-BTE-CICLOS.
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC NOT = "00"
               DISPLAY "ERROR AL ABRIR CICLOS.TXT"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BTE-CICLO TO CIC-REG-ID.
           READ DOC-CICLOS
               INVALID KEY
                   DISPLAY "**** CICLO NO REGISTRADO ***"
               NOT INVALID KEY
                   IF CIC-REG-INSCR-INI > WS-BTE-FECHA-INI
                       MOVE CIC-REG-INSCR-INI TO WS-BTE-REGRESO-INI
                   ELSE
                       DISPLAY "**** EL CICLO DE REGRESO DEBE SER "
                               "POSTERIOR AL INICIO ***"
                   END-IF
           END-READ.
           IF WS-BTE-REGRESO-INI NOT = ZEROS
               MOVE LOW-VALUES TO CIC-REG-ID
               START DOC-CICLOS KEY IS GREATER THAN CIC-REG-ID
                   INVALID KEY
                       MOVE "S" TO WS-FIN-CIC
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIN-CIC
               END-START
               PERFORM UNTIL WS-FIN-CIC = "S"
                   READ DOC-CICLOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-CIC
                       NOT AT END
                           IF CIC-REG-INSCR-INI >= WS-BTE-FECHA-INI
                              AND CIC-REG-INSCR-INI
                                  < WS-BTE-REGRESO-INI
                               ADD 1 TO WS-BTE-CICLOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-CICLOS.
           EXIT.

       100500-REGISTRA-BAJA-TEMPORAL.
           OPEN I-O DOC-BTE.
           IF WS-STATUS-BTE = "35"
               OPEN OUTPUT DOC-BTE
               CLOSE DOC-BTE
               OPEN I-O DOC-BTE
           END-IF.
           IF WS-STATUS-BTE NOT = "00"
               DISPLAY "ERROR AL ABRIR BAJAS-TEMPORALES.TXT"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE BTE-REG-DOC.
           MOVE WS-CLAVE-BAJA TO BTE-REG-CLAVE.
           MOVE WS-BTE-FECHA-INI TO BTE-REG-FECHA-INI.
           MOVE WS-BTE-CICLO TO BTE-REG-CICLO-REGRESO.
           MOVE WS-BTE-MOTIVO TO BTE-REG-MOTIVO.
           MOVE WS-BTE-DESCRIPCION TO BTE-REG-DESCRIPCION.
           SET BTE-VIGENTE TO TRUE.
           MOVE "N" TO BTE-REG-AVISO.
           MOVE WS-OPERADOR-LOGIN TO BTE-REG-OPERADOR.
           MOVE WS-AUD-FECHA TO BTE-REG-FECHA-CAPTURA.
           WRITE BTE-REG-DOC
               INVALID KEY
                   REWRITE BTE-REG-DOC
           END-WRITE.
           CLOSE DOC-BTE.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "DATA-EST-BAJA" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE-BAJA DELIMITED BY SIZE
               "|BAJA TEMPORAL DESDE " DELIMITED BY SIZE
               WS-BTE-FECHA-INI DELIMITED BY SIZE
               " REGRESO " DELIMITED BY SIZE
               WS-BTE-CICLO DELIMITED BY SPACE
               " MOTIVO " DELIMITED BY SIZE
               WS-BTE-MOTIVO DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100600-CIERRA-BAJA-TEMPORAL.
      *    EL ALUMNO REGRESO: SU BAJA TEMPORAL VIGENTE SE CIERRA
      *    COMO REINCORPORADO.
           OPEN I-O DOC-BTE.
           IF WS-STATUS-BTE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-CLAVE-BAJA TO BTE-REG-CLAVE.
           MOVE ZEROS TO BTE-REG-FECHA-INI.
           MOVE "N" TO WS-FIN-BTE.
           START DOC-BTE KEY IS NOT LESS THAN BTE-REG-LLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-BTE
           END-START.
           PERFORM UNTIL WS-FIN-BTE = "S"
               READ DOC-BTE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-BTE
                   NOT AT END
                       IF BTE-REG-CLAVE NOT = WS-CLAVE-BAJA
                           MOVE "S" TO WS-FIN-BTE
                       ELSE
                           IF BTE-VIGENTE
                               SET BTE-REINCORPORADO TO TRUE
                               MOVE WS-AUD-FECHA
                                   TO BTE-REG-FECHA-CIERRE
                               REWRITE BTE-REG-DOC
                               DISPLAY "**** BAJA TEMPORAL DEL "
                                       BTE-REG-FECHA-INI
                                       " CERRADA ***"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-BTE.
           EXIT.

       100700-CAPTURA-MOTIVO-BAJA.
      *    EL MOTIVO ES OBLIGATORIO Y DEBE ESTAR EN EL CATALOGO; SIN
      *    CATALOGO CAPTURADO SE ACEPTA EL CODIGO TAL CUAL. LA
      *    ENTREVISTA DE SALIDA ES OPCIONAL.
           MOVE "N" TO WS-NAD-PERMITE.
           DISPLAY "MOTIVO DE LA BAJA (CODIGO DEL CATALOGO): "
                   WITH NO ADVANCING.
           ACCEPT WS-DES-MOTIVO.
           MOVE FUNCTION UPPER-CASE(WS-DES-MOTIVO) TO WS-DES-MOTIVO.
           IF WS-DES-MOTIVO = SPACES
               DISPLAY "**** EL MOTIVO ES OBLIGATORIO ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-MOTIVOS.
           IF WS-STATUS-MTB = "00"
               MOVE WS-DES-MOTIVO TO MTB-REG-CODIGO
               READ DOC-MOTIVOS
                   INVALID KEY
                       MOVE SPACES TO WS-DES-MOTIVO
                   NOT INVALID KEY
                       DISPLAY "MOTIVO: " MTB-REG-DESCRIPCION
               END-READ
               CLOSE DOC-MOTIVOS
           END-IF.
           IF WS-DES-MOTIVO = SPACES
               DISPLAY "**** MOTIVO NO REGISTRADO; VER "
                       "MOTIVOS-BAJA-MAKER-DOC ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DES-COMENTARIO WS-DES-DESTINO.
           DISPLAY "¿SE HIZO ENTREVISTA DE SALIDA? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-DES-ENTREVISTA.
           MOVE FUNCTION UPPER-CASE(WS-DES-ENTREVISTA)
               TO WS-DES-ENTREVISTA.
           IF WS-DES-ENTREVISTA = "S"
               DISPLAY "COMENTARIO DEL ALUMNO: "
               ACCEPT WS-DES-COMENTARIO
               DISPLAY "ESCUELA DESTINO (SI SE TRANSFIERE): "
               ACCEPT WS-DES-DESTINO
               MOVE FUNCTION UPPER-CASE(WS-DES-DESTINO)
                   TO WS-DES-DESTINO
           ELSE
               MOVE "N" TO WS-DES-ENTREVISTA
           END-IF.
           SET CAMBIO-PERMITIDO TO TRUE.
           EXIT.

       100750-REGISTRA-MOTIVO-BAJA.
           OPEN I-O DOC-DES.
           IF WS-STATUS-DES = "35"
               OPEN OUTPUT DOC-DES
               CLOSE DOC-DES
               OPEN I-O DOC-DES
           END-IF.
           IF WS-STATUS-DES NOT = "00"
               DISPLAY "ERROR AL ABRIR BAJAS-MOTIVO.TXT"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           INITIALIZE DES-REG-DOC.
           MOVE WS-CLAVE-BAJA TO DES-REG-CLAVE.
           MOVE WS-AUD-FECHA TO DES-REG-FECHA.
           MOVE WS-DES-MOTIVO TO DES-REG-MOTIVO.
           MOVE EST-REG-CARRERA TO DES-REG-CARRERA.
           MOVE EST-REG-GRADO TO DES-REG-GRADO.
           MOVE EST-REG-PLANTEL TO DES-REG-PLANTEL.
           MOVE WS-DES-ENTREVISTA TO DES-REG-ENTREVISTA.
           MOVE WS-DES-COMENTARIO TO DES-REG-COMENTARIO.
           MOVE WS-DES-DESTINO TO DES-REG-DESTINO.
           SET DES-MANUAL TO TRUE.
           MOVE WS-OPERADOR-LOGIN TO DES-REG-OPERADOR.
           WRITE DES-REG-DOC
               INVALID KEY
                   REWRITE DES-REG-DOC
           END-WRITE.
           CLOSE DOC-DES.
           EXIT.

       END PROGRAM DATA-EST-BAJA.
