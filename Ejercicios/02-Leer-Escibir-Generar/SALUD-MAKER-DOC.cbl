      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MAINTAIN THE STUDENT HEALTH FILE "salud.txt"
      *          (SAL-REG-DOC), KEYED BY EST-REG-CLAVE: TIPO DE
      *          SANGRE, ALERGIAS, PADECIMIENTOS CRONICOS Y, PARA LOS
      *          ALUMNOS QUE LLEGAN YA AFILIADOS, SU NUMERO DE
      *          SEGURIDAD SOCIAL. SOLO ENTRA UN USUARIO CON ROL MEDICO
      *          (USUARIO-LOGIN + MEDICO-ROL-SEARCH); CAPTURA Y
      *          CORRECCION FUNCIONAN COMO DEMOGRAFICOS-MAKER-DOC:
      *          LOCALIZA POR CLAVE, MUESTRA, RECAPTURA, REGRABA. DESDE
      *          AQUI SE IMPRIME LA TARJETA DE EMERGENCIA
      *          "TARJETA-EMERGENCIA-<clave>.txt" CON EL TIPO DE SANGRE
      *          Y LAS ALERGIAS JUNTO AL CONTACTO DE EMERGENCIA DE
      *          "demograficos.txt". CADA CONSULTA, CAPTURA Y TARJETA
      *          QUEDA EN "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALUD-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-SALUD ASSIGN TO "salud.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-REG-CLAVE
           FILE STATUS IS WS-STATUS-SAL.
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
           FILE STATUS IS WS-STATUS-EST.
       SELECT DOC-DEMOGRAFICOS ASSIGN TO "demograficos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEM-REG-CLAVE
           FILE STATUS IS WS-STATUS-DEM.
       SELECT TARJETA-IMPR ASSIGN TO WS-TARJETA-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMP.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-SALUD.
           COPY "SAL-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD DOC-DEMOGRAFICOS.
           01 DEM-REG-DOC.
               05 DEM-REG-CLAVE PIC 9(08).
               05 DEM-REG-FECHA-NAC PIC 9(08).
               05 DEM-REG-DIRECCION PIC X(60).
               05 DEM-REG-TUTOR PIC X(40).
               05 DEM-REG-CONTACTO-EMER PIC X(40).
               05 DEM-REG-TEL-EMER PIC X(10).
               05 DEM-REG-CURP PIC X(18).

           FD TARJETA-IMPR.
           01 LINEA-TARJETA PIC X(80).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 IN-DATA.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-DIGITO-ESPERADO PIC 9(01) VALUE ZEROS.
               05 WS-CLAVE-DIGITO-OK PIC X VALUE "N".
               05 WS-CONFIRMA-CLAVE PIC X VALUE "N".
               05 WS-ACCION PIC X VALUE SPACES.
               05 WS-TIPO-SANGRE PIC X(03) VALUE SPACES.
                   88 TIPO-SANGRE-VALIDO VALUE "A+ " "A- " "B+ "
                       "B- " "AB+" "AB-" "O+ " "O- " SPACES.
               05 WS-ALERGIAS PIC X(60) VALUE SPACES.
               05 WS-CRONICOS PIC X(60) VALUE SPACES.
               05 WS-NSS PIC X(11) VALUE SPACES.
               05 WS-FECHA-AFILIA PIC X(08) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-SAL PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-DEM PIC XX.
               05 WS-STATUS-IMP PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-MEDICO PIC X VALUE "N".
                   88 ROL-MEDICO VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-TEXTO PIC X(40) VALUE SPACES.
               05 WS-TARJETA-ARCHIVO PIC X(40) VALUE SPACES.
               05 WS-NOMBRE-EST PIC X(40) VALUE SPACES.

           01 SWITCHES.
               05 LOG-DATA-B PIC XX VALUE "SI".
                   88 SW-CONTINUAR VALUE "SI".
                   88 SW-DETENER VALUE "NO".
               05 WS-EST-EXISTE PIC X VALUE "N".
                   88 EST-EXISTE VALUE "S".
               05 WS-SAL-EXISTE PIC X VALUE "N".
                   88 SAL-EXISTE VALUE "S".
               05 WS-DEM-EXISTE PIC X VALUE "N".
                   88 DEM-EXISTE VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           STOP RUN
       END-IF.
       PERFORM 100005-ABRE-SALUD.
       PERFORM 100000-DATA-LOG UNTIL SW-DETENER.
       CLOSE DOC-SALUD.
       STOP RUN.

       100001-CAPTURA-OPERADOR.
      *    EL EXPEDIENTE DE SALUD ES CONFIDENCIAL: ADEMAS DE FIRMAR
      *    CONTRA USUARIOS.TXT, EL USUARIO DEBE TENER EL ROL MEDICO.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           IF SESION-FIRMADA
               CALL "MEDICO-ROL-SEARCH" USING
                   WS-OPERADOR-LOGIN WS-MEDICO
               IF NOT ROL-MEDICO
                   DISPLAY "**** EL USUARIO NO TIENE ROL MEDICO; "
                           "SESION TERMINADA ***"
                   MOVE "N" TO WS-FIRMADO
               END-IF
           END-IF.
           MOVE WS-OPERADOR-LOGIN TO WS-OPERADOR.
           EXIT.

       100005-ABRE-SALUD.
           OPEN I-O DOC-SALUD.
           IF WS-STATUS-SAL = "35"
               OPEN OUTPUT DOC-SALUD
               CLOSE DOC-SALUD
               OPEN I-O DOC-SALUD
           END-IF.
           EXIT.

       100000-DATA-LOG.
           PERFORM 100100-LOCALIZA-ESTUDIANTE.
           IF EST-EXISTE
               PERFORM 100200-MUESTRA-ACTUAL
               PERFORM 100250-CAPTURA-ACCION
               EVALUATE WS-ACCION
                   WHEN "C"
                       PERFORM 100300-CAPTURA-DATOS
                       PERFORM 100400-GRABA-REGISTRO
                   WHEN "T"
                       PERFORM 100700-TARJETA-EMERGENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 100500-NEW-DATA.
           EXIT.

       100100-LOCALIZA-ESTUDIANTE.
           DISPLAY "-----------------------------------".
           DISPLAY "---- EXPEDIENTE DE SALUD ALUMNO ----".
           DISPLAY "-----------------------------------".
           DISPLAY "LOG -- CLAVE del estudiante: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE.
           MOVE "N" TO WS-EST-EXISTE.
      *    VERIFICACION DEL DIGITO DE LA CLAVE (CLAVE-VERIFICA);
      *    LAS CLAVES ANTERIORES AL ESQUEMA PUEDEN NO CUMPLIR, ASI
      *    QUE SE AVISA Y EL OPERADOR CONFIRMA ANTES DE SEGUIR.
           MOVE "N" TO WS-CLAVE-DIGITO-OK.
           CALL "CLAVE-VERIFICA" USING
               WS-CLAVE WS-DIGITO-ESPERADO WS-CLAVE-DIGITO-OK.
           IF WS-CLAVE-DIGITO-OK NOT = "S"
               DISPLAY "**** AVISO: LA CLAVE NO CUMPLE EL DIGITO "
                       "VERIFICADOR ***"
               DISPLAY "¿ES CORRECTA LA CLAVE? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA-CLAVE
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA-CLAVE)
                   TO WS-CONFIRMA-CLAVE
               IF WS-CONFIRMA-CLAVE NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST = "00"
               MOVE WS-CLAVE TO EST-REG-CLAVE
               READ DOC-EST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET EST-EXISTE TO TRUE
                       MOVE EST-REG-NOMBRE TO WS-NOMBRE-EST
                       DISPLAY "ESTUDIANTE: "
                               FUNCTION TRIM(EST-REG-NOMBRE)
               END-READ
           END-IF.
           CLOSE DOC-EST.
           IF NOT EST-EXISTE
               DISPLAY "**** CLAVE NO EXISTE EN ESTUDIANTES.TXT ***"
           END-IF.
           EXIT.

       100200-MUESTRA-ACTUAL.
           MOVE "N" TO WS-SAL-EXISTE.
           MOVE WS-CLAVE TO SAL-REG-CLAVE.
           READ DOC-SALUD
               INVALID KEY
                   DISPLAY "**** SIN EXPEDIENTE DE SALUD PREVIO ***"
               NOT INVALID KEY
                   SET SAL-EXISTE TO TRUE
                   DISPLAY "TIPO DE SANGRE:     " SAL-REG-TIPO-SANGRE
                   DISPLAY "ALERGIAS:           " SAL-REG-ALERGIAS
                   DISPLAY "CRONICOS:           " SAL-REG-CRONICOS
                   DISPLAY "NSS:                " SAL-REG-NSS
                   DISPLAY "AFILIACION:         " SAL-REG-AFILIACION
                           " " SAL-REG-FECHA-AFILIA
                   IF SAL-RECHAZADO
                       DISPLAY "RECHAZO DEL SEGURO: "
                               SAL-REG-MOTIVO-RECHAZO
                   END-IF
           END-READ.
           MOVE "CONSULTA EXPEDIENTE DE SALUD" TO WS-AUD-TEXTO.
           PERFORM 100600-AUDITORIA-LOG.
           EXIT.

       100250-CAPTURA-ACCION.
           MOVE SPACES TO WS-ACCION.
           PERFORM UNTIL WS-ACCION = "C" OR WS-ACCION = "T"
                      OR WS-ACCION = "N"
               DISPLAY "LOG -- C = CAPTURAR/CORREGIR, T = TARJETA DE "
                       "EMERGENCIA, N = NADA: " WITH NO ADVANCING
               ACCEPT WS-ACCION
               MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION
           END-PERFORM.
           EXIT.

       100300-CAPTURA-DATOS.
           MOVE "XXX" TO WS-TIPO-SANGRE.
           PERFORM UNTIL TIPO-SANGRE-VALIDO
               DISPLAY "LOG -- TIPO DE SANGRE (A+ A- B+ B- AB+ AB- "
                       "O+ O-, ENTER = NO SE SABE): "
                       WITH NO ADVANCING
               ACCEPT WS-TIPO-SANGRE
               MOVE FUNCTION UPPER-CASE(WS-TIPO-SANGRE)
                   TO WS-TIPO-SANGRE
               IF NOT TIPO-SANGRE-VALIDO
                   DISPLAY "**** TIPO DE SANGRE INVALIDO ***"
               END-IF
           END-PERFORM.
           DISPLAY "LOG -- ALERGIAS (ENTER = NINGUNA CONOCIDA): ".
           ACCEPT WS-ALERGIAS.
           MOVE FUNCTION UPPER-CASE(WS-ALERGIAS) TO WS-ALERGIAS.
           DISPLAY "LOG -- PADECIMIENTOS CRONICOS (ENTER = NINGUNO): ".
           ACCEPT WS-CRONICOS.
           MOVE FUNCTION UPPER-CASE(WS-CRONICOS) TO WS-CRONICOS.
      *    UNA AFILIACION YA CONFIRMADA SOLO LA CAMBIA LA RESPUESTA
      *    DEL SEGURO; AQUI SOLO SE REGISTRA EL NSS DEL ALUMNO QUE
      *    LLEGA AFILIADO DE OTRA ESCUELA.
           MOVE SPACES TO WS-NSS.
           IF SAL-EXISTE AND SAL-AFILIADO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOG -- NSS SI YA ESTA AFILIADO (ENTER = NO): "
                   WITH NO ADVANCING.
           ACCEPT WS-NSS.
           IF WS-NSS = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FECHA-AFILIA.
           PERFORM UNTIL WS-FECHA-AFILIA IS NUMERIC
               DISPLAY "LOG -- FECHA DE AFILIACION (AAAAMMDD): "
                       WITH NO ADVANCING
               ACCEPT WS-FECHA-AFILIA
               IF WS-FECHA-AFILIA IS NOT NUMERIC
                   DISPLAY "**** FECHA INVALIDA ***"
               END-IF
           END-PERFORM.
           EXIT.

       100400-GRABA-REGISTRO.
      *    EL TRAMITE DE AFILIACION (ESTADO, LOTE, RECHAZO) LO LLEVAN
      *    EL ENVIO Y LA RESPUESTA DEL SEGURO; SOLO SE CONSERVA.
           IF NOT SAL-EXISTE
               INITIALIZE SAL-REG-DOC
               MOVE WS-CLAVE TO SAL-REG-CLAVE
               MOVE ZEROS TO SAL-REG-FECHA-AFILIA
               MOVE ZEROS TO SAL-REG-LOTE-ENVIO
           END-IF.
           MOVE WS-TIPO-SANGRE TO SAL-REG-TIPO-SANGRE.
           MOVE WS-ALERGIAS TO SAL-REG-ALERGIAS.
           MOVE WS-CRONICOS TO SAL-REG-CRONICOS.
           IF WS-NSS NOT = SPACES
               MOVE WS-NSS TO SAL-REG-NSS
               MOVE WS-FECHA-AFILIA TO SAL-REG-FECHA-AFILIA
               SET SAL-AFILIADO TO TRUE
               MOVE SPACES TO SAL-REG-MOTIVO-RECHAZO
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA TO SAL-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR-LOGIN TO SAL-REG-OPERADOR.
           IF SAL-EXISTE
               REWRITE SAL-REG-DOC
                   INVALID KEY
                       DISPLAY "**** ERROR AL ACTUALIZAR, STATUS: "
                               WS-STATUS-SAL
                   NOT INVALID KEY
                       DISPLAY "**** EXPEDIENTE DE SALUD "
                               "ACTUALIZADO ***"
               END-REWRITE
           ELSE
               WRITE SAL-REG-DOC
                   INVALID KEY
                       DISPLAY "**** ERROR AL GUARDAR, STATUS: "
                               WS-STATUS-SAL
                   NOT INVALID KEY
                       SET SAL-EXISTE TO TRUE
                       DISPLAY "**** EXPEDIENTE DE SALUD GUARDADO ***"
               END-WRITE
           END-IF.
           MOVE "CAPTURA EXPEDIENTE DE SALUD" TO WS-AUD-TEXTO.
           PERFORM 100600-AUDITORIA-LOG.
           EXIT.

       100500-NEW-DATA.
           DISPLAY "__________________________".
           DISPLAY "¿Atender otro ALUMNO?".
           DISPLAY "CONTINUAR ---- SI".
           DISPLAY "DETENER ---- NO".
           ACCEPT LOG-DATA-B.
           MOVE FUNCTION UPPER-CASE(LOG-DATA-B) TO LOG-DATA-B.
           EXIT.

       100600-AUDITORIA-LOG.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "SALUD-MAKER" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-TEXTO) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100700-TARJETA-EMERGENCIA.
      *    EL TIPO DE SANGRE Y LAS ALERGIAS VAN JUNTO AL CONTACTO DE
      *    EMERGENCIA, PARA QUE QUIEN ATIENDA AL ALUMNO TENGA TODO
      *    EN UNA SOLA TARJETA.
           IF NOT SAL-EXISTE
               DISPLAY "**** CAPTURE PRIMERO EL EXPEDIENTE DE SALUD ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DEM-EXISTE.
           OPEN INPUT DOC-DEMOGRAFICOS.
           IF WS-STATUS-DEM = "00"
               MOVE WS-CLAVE TO DEM-REG-CLAVE
               READ DOC-DEMOGRAFICOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DEM-EXISTE TO TRUE
               END-READ
               CLOSE DOC-DEMOGRAFICOS
           END-IF.
           IF NOT DEM-EXISTE
               MOVE SPACES TO DEM-REG-CONTACTO-EMER
               MOVE "SIN CONTACTO REGISTRADO" TO DEM-REG-CONTACTO-EMER
               MOVE SPACES TO DEM-REG-TEL-EMER
           END-IF.
           INITIALIZE WS-TARJETA-ARCHIVO.
           STRING
               "TARJETA-EMERGENCIA-" DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-TARJETA-ARCHIVO.
           OPEN OUTPUT TARJETA-IMPR.
           IF WS-STATUS-IMP NOT = "00"
               DISPLAY "**** ERROR AL CREAR " WS-TARJETA-ARCHIVO
                       " STATUS: " WS-STATUS-IMP
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE LINEA-TARJETA.
           MOVE ALL "*" TO LINEA-TARJETA.
           WRITE LINEA-TARJETA.
           INITIALIZE LINEA-TARJETA.
           MOVE "TARJETA DE EMERGENCIA MEDICA" TO LINEA-TARJETA.
           WRITE LINEA-TARJETA.
           INITIALIZE LINEA-TARJETA.
           MOVE ALL "*" TO LINEA-TARJETA.
           WRITE LINEA-TARJETA.
           INITIALIZE LINEA-TARJETA.
           STRING
               "ALUMNO:   " DELIMITED BY SIZE
               WS-NOMBRE-EST DELIMITED BY SIZE
               " CLAVE " DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
           INTO LINEA-TARJETA.
           WRITE LINEA-TARJETA.
           INITIALIZE LINEA-TARJETA.
           MOVE ALL "-" TO LINEA-TARJETA.
           WRITE LINEA-TARJETA.
           INITIALIZE LINEA-TARJETA.
           STRING
               "SANGRE:   " DELIMITED BY SIZE
               SAL-REG-TIPO-SANGRE DELIMITED BY SIZE
               "    | CONTACTO: " DELIMITED BY SIZE
               DEM-REG-CONTACTO-EMER DELIMITED BY SIZE
           INTO LINEA-TARJETA.
           IF SAL-REG-TIPO-SANGRE = SPACES
               MOVE "N/D" TO LINEA-TARJETA(11:3)
           END-IF.
           WRITE LINEA-TARJETA.
           INITIALIZE LINEA-TARJETA.
           STRING
               "NSS:      " DELIMITED BY SIZE
               SAL-REG-NSS DELIMITED BY SIZE
               "    | TELEFONO: " DELIMITED BY SIZE
               DEM-REG-TEL-EMER DELIMITED BY SIZE
           INTO LINEA-TARJETA.
           WRITE LINEA-TARJETA.
           INITIALIZE LINEA-TARJETA.
           IF SAL-REG-ALERGIAS = SPACES
               MOVE "ALERGIAS: NINGUNA CONOCIDA" TO LINEA-TARJETA
           ELSE
               STRING
                   "ALERGIAS: " DELIMITED BY SIZE
                   SAL-REG-ALERGIAS DELIMITED BY SIZE
               INTO LINEA-TARJETA
           END-IF.
           WRITE LINEA-TARJETA.
           INITIALIZE LINEA-TARJETA.
           IF SAL-REG-CRONICOS = SPACES
               MOVE "CRONICOS: NINGUNO" TO LINEA-TARJETA
           ELSE
               STRING
                   "CRONICOS: " DELIMITED BY SIZE
                   SAL-REG-CRONICOS DELIMITED BY SIZE
               INTO LINEA-TARJETA
           END-IF.
           WRITE LINEA-TARJETA.
           INITIALIZE LINEA-TARJETA.
           MOVE ALL "*" TO LINEA-TARJETA.
           WRITE LINEA-TARJETA.
           CLOSE TARJETA-IMPR.
           DISPLAY "**** TARJETA EN " WS-TARJETA-ARCHIVO " ***".
           MOVE "TARJETA DE EMERGENCIA" TO WS-AUD-TEXTO.
           PERFORM 100600-AUDITORIA-LOG.
           EXIT.

       END PROGRAM SALUD-MAKER-DOC.
