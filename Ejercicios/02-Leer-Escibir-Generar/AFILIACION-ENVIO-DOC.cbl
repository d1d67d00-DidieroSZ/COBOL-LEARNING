      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: TERM BATCH FOR THE STUDENT MEDICAL INSURANCE: WRITES
      *          THE INSURER'S BULK-AFFILIATION FILE
      *          "AFILIACION-AAAAMMDD.txt" (HEADER "H", ONE DETALLE
      *          "D" PER STUDENT, TOTAL "T" WITH THE COUNT) FOR THE
      *          NEWLY ENROLLED, ACTIVE STUDENTS NOT YET AFFILIATED.
      *          ALUMNO DE NUEVO INGRESO ES EL QUE NO APARECE EN EL
      *          SNAPSHOT DEL ULTIMO TERMINO CERRADO ("terminos.txt");
      *          SIN SNAPSHOTS TODOS LOS ACTIVOS CUENTAN COMO NUEVOS.
      *          LOS QUE EL SEGURO RECHAZO ANTES SE REENVIAN. LA CURP
      *          SALE DE "demograficos.txt"; SIN CURP EL ALUMNO NO SE
      *          ENVIA Y QUEDA LISTADO EN EL REPORTE
      *          "REP-AFILIACION-ENVIO.txt". CADA ENVIADO QUEDA EN
      *          "salud.txt" COMO "E" CON SU LOTE, ASI NO SE MANDA DOS
      *          VECES MIENTRAS ESPERA LA RESPUESTA DEL SEGURO
      *          (AFILIACION-RESPUESTA-DOC). SOLO CON ROL MEDICO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFILIACION-ENVIO-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           FILE STATUS IS WS-STATUS-EST.
       SELECT DOC-SALUD ASSIGN TO "salud.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-REG-CLAVE
           FILE STATUS IS WS-STATUS-SAL.
       SELECT DOC-DEMOGRAFICOS ASSIGN TO "demograficos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEM-REG-CLAVE
           FILE STATUS IS WS-STATUS-DEM.
       SELECT DOC-TERMINOS ASSIGN TO "terminos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TER.
       SELECT DOC-HIST ASSIGN TO WS-HIST-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIS.
       SELECT DOC-AFILIA ASSIGN TO WS-AFILIA-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AFI.
       SELECT REP-ENVIO ASSIGN TO "REP-AFILIACION-ENVIO.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DES.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD DOC-SALUD.
           COPY "SAL-REG-DOC.cpy".

           FD DOC-DEMOGRAFICOS.
           01 DEM-REG-DOC.
               05 DEM-REG-CLAVE PIC 9(08).
               05 DEM-REG-FECHA-NAC PIC 9(08).
               05 DEM-REG-DIRECCION PIC X(60).
               05 DEM-REG-TUTOR PIC X(40).
               05 DEM-REG-CONTACTO-EMER PIC X(40).
               05 DEM-REG-TEL-EMER PIC X(10).
               05 DEM-REG-CURP PIC X(18).

           FD DOC-TERMINOS.
           01 LINEA-TERMINO PIC X(10).

      *    SNAPSHOT DEL TERMINO (LAYOUT DE EST-REG-DOC.cpy, ESCRITO
      *    EN ORDEN DE CLAVE POR TERM-CLOSE-DOC); SOLO SE USA LA
      *    CLAVE.
           FD DOC-HIST.
           01 HIST-REG.
               05 HIST-CLAVE PIC 9(08).
               05 FILLER PIC X(527).

      *    LAYOUT FIJO DEL SEGURO PARA AFILIACION MASIVA: "H" CON EL
      *    LOTE, UN "D" POR ALUMNO Y "T" CON EL NUMERO DE DETALLES.
           FD DOC-AFILIA.
           01 AFI-REG.
               05 AFI-TIPO PIC X(01).
               05 AFI-DATOS PIC X(78).
           01 AFI-REG-CONTROL REDEFINES AFI-REG.
               05 FILLER PIC X(01).
               05 AFI-CTL-LOTE PIC 9(08).
               05 AFI-CTL-CONTEO PIC 9(06).
               05 FILLER PIC X(64).
           01 AFI-REG-DETALLE REDEFINES AFI-REG.
               05 FILLER PIC X(01).
               05 AFI-CURP PIC X(18).
               05 AFI-CLAVE PIC 9(08).
               05 AFI-NOMBRE PIC X(40).
               05 AFI-FECHA-NAC PIC 9(08).
               05 AFI-PLANTEL PIC 9(02).
               05 AFI-CARRERA PIC 9(02).

           FD REP-ENVIO.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-SAL PIC XX.
               05 WS-STATUS-DEM PIC XX.
               05 WS-STATUS-TER PIC XX.
               05 WS-STATUS-HIS PIC XX.
               05 WS-STATUS-AFI PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-MEDICO PIC X VALUE "N".
                   88 ROL-MEDICO VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-ULTIMO-TERMINO PIC X(10) VALUE SPACES.
               05 WS-HIST-ARCHIVO PIC X(30) VALUE SPACES.
               05 WS-MOTIVO PIC X(20) VALUE SPACES.

           01 WS-AFILIA-ARCHIVO.
               05 FILLER PIC X(11) VALUE "AFILIACION-".
               05 WS-AFILIA-LOTE PIC 9(08).
               05 FILLER PIC X(04) VALUE ".txt".

           01 WS-CONTADORES.
               05 WS-TOTAL-ACTIVOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-ENVIADOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-REENVIOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-AFILIADOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-EN-ESPERA PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-ANTERIORES PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-SIN-CURP PIC 9(06) VALUE ZEROS.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-FIN-TER PIC X VALUE "N".
                   88 FIN-TERMINOS VALUE "S".
               05 WS-FIN-HIS PIC X VALUE "N".
                   88 FIN-SNAPSHOT VALUE "S".
               05 WS-HAY-SNAPSHOT PIC X VALUE "N".
                   88 HAY-SNAPSHOT VALUE "S".
               05 WS-HAY-DEMOGRAFICOS PIC X VALUE "N".
                   88 HAY-DEMOGRAFICOS VALUE "S".
               05 WS-SAL-EXISTE PIC X VALUE "N".
                   88 SAL-EXISTE VALUE "S".
               05 WS-EN-SNAPSHOT PIC X VALUE "N".
                   88 ALUMNO-ANTERIOR VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           PERFORM 100001-CAPTURA-OPERADOR.
           IF NOT SESION-FIRMADA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100010-CAPTURA-CORRIDA.
           IF WS-CONFIRMA = "S"
               PERFORM 100040-ULTIMO-TERMINO
               PERFORM 100050-ABRE-ARCHIVOS
               PERFORM 100100-RECORRE-ESTUDIANTES
               PERFORM 100400-CIERRA-ARCHIVOS
               PERFORM 100500-ESCRIBE-CONTROL
               PERFORM 100600-AUDITORIA-LOG
           ELSE
               DISPLAY "**** CORRIDA CANCELADA ***"
           END-IF.
           EXIT.

       100001-CAPTURA-OPERADOR.
      *    EL LOTE TOCA EL EXPEDIENTE DE SALUD: FIRMA CONTRA
      *    USUARIOS.TXT Y ROL MEDICO.
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

       100010-CAPTURA-CORRIDA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA TO WS-AFILIA-LOTE.
           DISPLAY "¿GENERAR EL LOTE DE AFILIACION AL SEGURO "
                   WS-AFILIA-ARCHIVO "? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           EXIT.

       100040-ULTIMO-TERMINO.
      *    EL ULTIMO RENGLON DE TERMINOS.TXT ES EL ULTIMO TERMINO
      *    CERRADO; QUIEN YA ESTABA EN SU SNAPSHOT NO ES DE NUEVO
      *    INGRESO.
           MOVE SPACES TO WS-ULTIMO-TERMINO.
           OPEN INPUT DOC-TERMINOS.
           IF WS-STATUS-TER = "00"
               PERFORM UNTIL FIN-TERMINOS
                   READ DOC-TERMINOS
                       AT END
                           SET FIN-TERMINOS TO TRUE
                       NOT AT END
                           IF LINEA-TERMINO NOT = SPACES
                               MOVE LINEA-TERMINO TO WS-ULTIMO-TERMINO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-TERMINOS
           END-IF.
           MOVE "N" TO WS-HAY-SNAPSHOT.
           IF WS-ULTIMO-TERMINO = SPACES
               DISPLAY "**** SIN TERMINOS CERRADOS; TODOS LOS ACTIVOS "
                       "CUENTAN COMO NUEVO INGRESO ***"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-HIST-ARCHIVO.
           STRING
               "estudiantes-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ULTIMO-TERMINO) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-HIST-ARCHIVO.
           OPEN INPUT DOC-HIST.
           IF WS-STATUS-HIS = "00"
               SET HAY-SNAPSHOT TO TRUE
               MOVE ZEROS TO HIST-CLAVE
           ELSE
               DISPLAY "**** NO SE ENCONTRO " WS-HIST-ARCHIVO
                       "; TODOS LOS ACTIVOS CUENTAN COMO NUEVOS ***"
           END-IF.
           EXIT.

       100050-ABRE-ARCHIVOS.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "ERROR AL ABRIR ESTUDIANTES.TXT"
               STOP RUN
           END-IF.
           OPEN I-O DOC-SALUD.
           IF WS-STATUS-SAL = "35"
               OPEN OUTPUT DOC-SALUD
               CLOSE DOC-SALUD
               OPEN I-O DOC-SALUD
           END-IF.
           MOVE "N" TO WS-HAY-DEMOGRAFICOS.
           OPEN INPUT DOC-DEMOGRAFICOS.
           IF WS-STATUS-DEM = "00"
               SET HAY-DEMOGRAFICOS TO TRUE
           END-IF.
           OPEN OUTPUT DOC-AFILIA.
           INITIALIZE AFI-REG-CONTROL.
           MOVE "H" TO AFI-TIPO.
           MOVE WS-AFILIA-LOTE TO AFI-CTL-LOTE.
           MOVE ZEROS TO AFI-CTL-CONTEO.
           WRITE AFI-REG.
           OPEN OUTPUT REP-ENVIO.
           PERFORM 100510-ESCRIBE-ENCABEZADO.
           EXIT.

       100100-RECORRE-ESTUDIANTES.
           PERFORM UNTIL FIN-ESTUDIANTES
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ESTUDIANTES TO TRUE
                   NOT AT END
                       IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
                           ADD 1 TO WS-TOTAL-ACTIVOS
                           PERFORM 100200-REVISA-ALUMNO
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100200-REVISA-ALUMNO.
      *    AFILIADOS Y ENVIADOS EN ESPERA NO SE TOCAN; UN RECHAZO
      *    ANTERIOR SE REENVIA AUNQUE EL ALUMNO YA NO SEA NUEVO.
           MOVE "N" TO WS-SAL-EXISTE.
           MOVE EST-REG-CLAVE TO SAL-REG-CLAVE.
           READ DOC-SALUD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SAL-EXISTE TO TRUE
           END-READ.
           IF SAL-EXISTE
               IF SAL-AFILIADO
                   ADD 1 TO WS-TOTAL-AFILIADOS
                   EXIT PARAGRAPH
               END-IF
               IF SAL-ENVIADO
                   ADD 1 TO WS-TOTAL-EN-ESPERA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF NOT SAL-EXISTE OR NOT SAL-RECHAZADO
               PERFORM 100210-BUSCA-SNAPSHOT
               IF ALUMNO-ANTERIOR
                   ADD 1 TO WS-TOTAL-ANTERIORES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO DEM-REG-CURP.
           MOVE ZEROS TO DEM-REG-FECHA-NAC.
           IF HAY-DEMOGRAFICOS
               MOVE EST-REG-CLAVE TO DEM-REG-CLAVE
               READ DOC-DEMOGRAFICOS
                   INVALID KEY
                       MOVE SPACES TO DEM-REG-CURP
                       MOVE ZEROS TO DEM-REG-FECHA-NAC
               END-READ
           END-IF.
           IF DEM-REG-CURP = SPACES
               ADD 1 TO WS-TOTAL-SIN-CURP
               MOVE "SIN CURP" TO WS-MOTIVO
               PERFORM 100320-LINEA-REPORTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100300-ESCRIBE-DETALLE.
           EXIT.

       100210-BUSCA-SNAPSHOT.
      *    CRUCE POR CLAVE: MAESTRO Y SNAPSHOT VAN EN ORDEN DE CLAVE,
      *    ASI QUE EL SNAPSHOT SOLO AVANZA.
           MOVE "N" TO WS-EN-SNAPSHOT.
           IF NOT HAY-SNAPSHOT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-SNAPSHOT
                      OR HIST-CLAVE NOT < EST-REG-CLAVE
               READ DOC-HIST
                   AT END
                       SET FIN-SNAPSHOT TO TRUE
               END-READ
           END-PERFORM.
           IF NOT FIN-SNAPSHOT AND HIST-CLAVE = EST-REG-CLAVE
               SET ALUMNO-ANTERIOR TO TRUE
           END-IF.
           EXIT.

       100300-ESCRIBE-DETALLE.
           INITIALIZE AFI-REG-DETALLE.
           MOVE "D" TO AFI-TIPO.
           MOVE DEM-REG-CURP TO AFI-CURP.
           MOVE EST-REG-CLAVE TO AFI-CLAVE.
           MOVE EST-REG-NOMBRE TO AFI-NOMBRE.
           MOVE DEM-REG-FECHA-NAC TO AFI-FECHA-NAC.
           MOVE EST-REG-PLANTEL TO AFI-PLANTEL.
           MOVE EST-REG-CARRERA TO AFI-CARRERA.
           WRITE AFI-REG.
           ADD 1 TO WS-TOTAL-ENVIADOS.
           MOVE "ENVIADO" TO WS-MOTIVO.
           IF SAL-EXISTE AND SAL-RECHAZADO
               ADD 1 TO WS-TOTAL-REENVIOS
               MOVE "REENVIO" TO WS-MOTIVO
           END-IF.
           PERFORM 100320-LINEA-REPORTE.
           IF NOT SAL-EXISTE
               INITIALIZE SAL-REG-DOC
               MOVE EST-REG-CLAVE TO SAL-REG-CLAVE
               MOVE ZEROS TO SAL-REG-FECHA-AFILIA
           END-IF.
           SET SAL-ENVIADO TO TRUE.
           MOVE WS-AFILIA-LOTE TO SAL-REG-LOTE-ENVIO.
           MOVE SPACES TO SAL-REG-MOTIVO-RECHAZO.
           MOVE WS-AUD-FECHA TO SAL-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR-LOGIN TO SAL-REG-OPERADOR.
           IF SAL-EXISTE
               REWRITE SAL-REG-DOC
           ELSE
               WRITE SAL-REG-DOC
           END-IF.
           EXIT.

       100320-LINEA-REPORTE.
           INITIALIZE LINEA-TEMP.
           STRING
               EST-REG-CLAVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EST-REG-NOMBRE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DEM-REG-CURP DELIMITED BY SIZE
               "  PLANTEL " DELIMITED BY SIZE
               EST-REG-PLANTEL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100400-CIERRA-ARCHIVOS.
           INITIALIZE AFI-REG-CONTROL.
           MOVE "T" TO AFI-TIPO.
           MOVE WS-AFILIA-LOTE TO AFI-CTL-LOTE.
           MOVE WS-TOTAL-ENVIADOS TO AFI-CTL-CONTEO.
           WRITE AFI-REG.
           CLOSE DOC-AFILIA.
           CLOSE DOC-EST.
           CLOSE DOC-SALUD.
           IF HAY-DEMOGRAFICOS
               CLOSE DOC-DEMOGRAFICOS
           END-IF.
           IF HAY-SNAPSHOT
               CLOSE DOC-HIST
           END-IF.
           EXIT.

       100510-ESCRIBE-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "AFILIACION AL SEGURO DE ESTUDIANTES - LOTE "
                   DELIMITED BY SIZE
               WS-AFILIA-LOTE DELIMITED BY SIZE
               " - ARCHIVO " DELIMITED BY SIZE
               WS-AFILIA-ARCHIVO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF HAY-SNAPSHOT
               STRING
                   "NUEVO INGRESO: AUSENTES DEL SNAPSHOT "
                       DELIMITED BY SIZE
                   WS-HIST-ARCHIVO DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               MOVE "NUEVO INGRESO: TODOS LOS ACTIVOS (SIN SNAPSHOT)"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-ESCRIBE-CONTROL.
      *    CIFRA CONTROL: ACTIVOS = ENVIADOS + SIN CURP + YA
      *    AFILIADOS + EN ESPERA + INSCRITOS ANTES DEL TERMINO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ALUMNOS ACTIVOS:        " DELIMITED BY SIZE
               WS-TOTAL-ACTIVOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ENVIADOS AL SEGURO:     " DELIMITED BY SIZE
               WS-TOTAL-ENVIADOS DELIMITED BY SIZE
               "  (REENVIOS " DELIMITED BY SIZE
               WS-TOTAL-REENVIOS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "SIN CURP (NO ENVIADOS): " DELIMITED BY SIZE
               WS-TOTAL-SIN-CURP DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "YA AFILIADOS:           " DELIMITED BY SIZE
               WS-TOTAL-AFILIADOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "EN ESPERA DEL SEGURO:   " DELIMITED BY SIZE
               WS-TOTAL-EN-ESPERA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "INSCRITOS ANTES:        " DELIMITED BY SIZE
               WS-TOTAL-ANTERIORES DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-ACTIVOS = WS-TOTAL-ENVIADOS
               + WS-TOTAL-SIN-CURP + WS-TOTAL-AFILIADOS
               + WS-TOTAL-EN-ESPERA + WS-TOTAL-ANTERIORES
               STRING
                   "CUADRADO: ACTIVOS = ENVIADOS+SIN CURP+AFILIADOS"
                       DELIMITED BY SIZE
                   "+EN ESPERA+INSCRITOS ANTES" DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               MOVE "**** DESCUADRE CONTRA LOS ALUMNOS ACTIVOS ****"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           CLOSE REP-ENVIO.
           DISPLAY "**** ENVIADOS AL SEGURO: " WS-TOTAL-ENVIADOS
                   " EN " WS-AFILIA-ARCHIVO
                   "; CONTROL EN REP-AFILIACION-ENVIO.txt ***".
           EXIT.

       100600-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "AFILIACION-ENVIO" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|LOTE " DELIMITED BY SIZE
               WS-AFILIA-LOTE DELIMITED BY SIZE
               " ENVIADOS " DELIMITED BY SIZE
               WS-TOTAL-ENVIADOS DELIMITED BY SIZE
               " SIN CURP " DELIMITED BY SIZE
               WS-TOTAL-SIN-CURP DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM AFILIACION-ENVIO-DOC.
