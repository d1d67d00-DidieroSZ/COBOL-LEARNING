      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: IMPORT THE INSURER'S CONFIRMATION OF A BULK
      *          AFFILIATION LOT ("afiliacion-respuesta.txt": HEADER
      *          "H", ONE DETALLE "D" PER STUDENT SENT BY
      *          AFILIACION-ENVIO-DOC, TOTAL "T" WITH THE COUNT). EL
      *          CONTEO DEL "T" SE VALIDA ANTES DE APLICAR NADA, COMO
      *          EN LA CARGA DE DATA-MAKER-DOC: SIN "T" O CON CONTEO
      *          DISTINTO SE RECHAZA EL ARCHIVO COMPLETO. ACCEPTED
      *          STUDENTS GET THEIR NSS AND AFFILIATION DATE IN
      *          "salud.txt"; REJECTED ONES KEEP THE INSURER'S REASON,
      *          GO TO THE REPORT "REP-AFILIACION-RESPUESTA.txt" AND
      *          TO THE NOTIFICATION QUEUE, AND ARE SENT AGAIN IN THE
      *          NEXT LOT. UNA RESPUESTA YA APLICADA NO SE APLICA DOS
      *          VECES. SOLO CON ROL MEDICO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFILIACION-RESPUESTA-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-RESPUESTA ASSIGN TO "afiliacion-respuesta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RES.
       SELECT DOC-SALUD ASSIGN TO "salud.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-REG-CLAVE
           FILE STATUS IS WS-STATUS-SAL.
       SELECT REP-RESPUESTA ASSIGN TO "REP-AFILIACION-RESPUESTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DES.

       DATA DIVISION.
       FILE SECTION.
      *    RESPUESTA DEL SEGURO: "A" AFILIADO CON SU NSS Y FECHA DE
      *    ALTA, O "R" RECHAZADO CON EL MOTIVO.
           FD DOC-RESPUESTA.
           01 RES-REG.
               05 RES-TIPO PIC X(01).
               05 RES-DATOS PIC X(76).
           01 RES-REG-CONTROL REDEFINES RES-REG.
               05 FILLER PIC X(01).
               05 RES-CTL-LOTE PIC 9(08).
               05 RES-CTL-CONTEO PIC 9(06).
               05 FILLER PIC X(62).
           01 RES-REG-DETALLE REDEFINES RES-REG.
               05 FILLER PIC X(01).
               05 RES-CURP PIC X(18).
               05 RES-CLAVE PIC 9(08).
               05 RES-RESULTADO PIC X(01).
                   88 RES-ACEPTADO VALUE "A".
                   88 RES-RECHAZADO VALUE "R".
               05 RES-NSS PIC X(11).
               05 RES-FECHA-AFILIA PIC 9(08).
               05 RES-MOTIVO PIC X(30).

           FD DOC-SALUD.
           COPY "SAL-REG-DOC.cpy".

           FD REP-RESPUESTA.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-RES PIC XX.
               05 WS-STATUS-SAL PIC XX.
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
               05 WS-LOTE PIC 9(08) VALUE ZEROS.
               05 WS-CONTEO-TRL PIC 9(06) VALUE ZEROS.
               05 WS-MOTIVO PIC X(40) VALUE SPACES.

           01 WS-NOTIFICACION.
               05 WS-NOT-EVENTO PIC X(12).
               05 WS-NOT-MENSAJE PIC X(60).

           01 WS-CONTADORES.
               05 WS-TOTAL-DETALLES PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-LEIDOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-ACEPTADOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-RECHAZADOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-PREVIOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-DESCONOCIDOS PIC 9(06) VALUE ZEROS.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-RES PIC X VALUE "N".
                   88 FIN-RESPUESTA VALUE "S".
               05 WS-HAY-HDR PIC X VALUE "N".
                   88 HAY-HEADER VALUE "S".
               05 WS-HAY-TRL PIC X VALUE "N".
                   88 HAY-TRAILER VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           PERFORM 100001-CAPTURA-OPERADOR.
           IF NOT SESION-FIRMADA
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100010-VALIDA-CONTROL.
           IF NOT HAY-HEADER OR NOT HAY-TRAILER
               DISPLAY "**** AFILIACION-RESPUESTA.TXT SIN HEADER O "
                       "SIN TOTAL; ARCHIVO RECHAZADO ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTEO-TRL NOT = WS-TOTAL-DETALLES
               DISPLAY "**** EL TOTAL DICE " WS-CONTEO-TRL
                       " Y HAY " WS-TOTAL-DETALLES
                       " DETALLES; ARCHIVO RECHAZADO ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "¿APLICAR LA RESPUESTA DEL SEGURO AL LOTE "
                   WS-LOTE "? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "**** CORRIDA CANCELADA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100050-ABRE-ARCHIVOS.
           PERFORM 100100-PROCESA-RESPUESTA.
           PERFORM 100400-CIERRA-ARCHIVOS.
           PERFORM 100500-ESCRIBE-CONTROL.
           PERFORM 100600-AUDITORIA-LOG.
           EXIT.

       100001-CAPTURA-OPERADOR.
      *    LA RESPUESTA ESCRIBE EN EL EXPEDIENTE DE SALUD: FIRMA
      *    CONTRA USUARIOS.TXT Y ROL MEDICO.
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

       100010-VALIDA-CONTROL.
      *    PRIMERA PASADA SOLO PARA CUADRAR EL TOTAL CONTRA LOS
      *    DETALLES; NO SE APLICA NADA DE UN ARCHIVO INCOMPLETO.
           MOVE ZEROS TO WS-TOTAL-DETALLES.
           OPEN INPUT DOC-RESPUESTA.
           IF WS-STATUS-RES NOT = "00"
               DISPLAY "**** NO SE ENCONTRO "
                       "AFILIACION-RESPUESTA.TXT ***"
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-RESPUESTA
               READ DOC-RESPUESTA
                   AT END
                       SET FIN-RESPUESTA TO TRUE
                   NOT AT END
                       EVALUATE RES-TIPO
                           WHEN "H"
                               SET HAY-HEADER TO TRUE
                               MOVE RES-CTL-LOTE TO WS-LOTE
                           WHEN "D"
                               ADD 1 TO WS-TOTAL-DETALLES
                           WHEN "T"
                               SET HAY-TRAILER TO TRUE
                               MOVE RES-CTL-CONTEO TO WS-CONTEO-TRL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE DOC-RESPUESTA.
           EXIT.

       100050-ABRE-ARCHIVOS.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           OPEN I-O DOC-SALUD.
           IF WS-STATUS-SAL NOT = "00"
               DISPLAY "**** NO SE ENCONTRO SALUD.TXT; NO HAY "
                       "ALUMNOS ENVIADOS AL SEGURO ***"
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIN-RES.
           OPEN INPUT DOC-RESPUESTA.
           OPEN OUTPUT REP-RESPUESTA.
           PERFORM 100510-ESCRIBE-ENCABEZADO.
           EXIT.

       100100-PROCESA-RESPUESTA.
           PERFORM UNTIL FIN-RESPUESTA
               READ DOC-RESPUESTA
                   AT END
                       SET FIN-RESPUESTA TO TRUE
                   NOT AT END
                       IF RES-TIPO = "D"
                           ADD 1 TO WS-TOTAL-LEIDOS
                           PERFORM 100110-JUZGA-LINEA
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100110-JUZGA-LINEA.
           MOVE RES-CLAVE TO SAL-REG-CLAVE.
           READ DOC-SALUD
               INVALID KEY
                   MOVE "**** CLAVE NO ENVIADA POR LA ESCUELA"
                       TO WS-MOTIVO
                   PERFORM 100310-NO-RECONOCIDA
                   EXIT PARAGRAPH
           END-READ.
      *    UNA RESPUESTA YA APLICADA (RECARGA DEL MISMO ARCHIVO) NO
      *    VUELVE A GRABAR NI A AVISAR.
           IF NOT SAL-ENVIADO
               IF SAL-AFILIADO OR SAL-RECHAZADO
                   ADD 1 TO WS-TOTAL-PREVIOS
               ELSE
                   MOVE "**** ALUMNO SIN ENVIO PENDIENTE"
                       TO WS-MOTIVO
                   PERFORM 100310-NO-RECONOCIDA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN RES-ACEPTADO AND RES-NSS NOT = SPACES
                   PERFORM 100200-APLICA-ACEPTADO
               WHEN RES-ACEPTADO
                   MOVE "**** ACEPTADO SIN NSS" TO WS-MOTIVO
                   PERFORM 100310-NO-RECONOCIDA
                   EXIT PARAGRAPH
               WHEN RES-RECHAZADO
                   PERFORM 100300-APLICA-RECHAZO
               WHEN OTHER
                   INITIALIZE WS-MOTIVO
                   STRING
                       "**** RESULTADO NO RECONOCIDO: "
                           DELIMITED BY SIZE
                       RES-RESULTADO DELIMITED BY SIZE
                   INTO WS-MOTIVO
                   PERFORM 100310-NO-RECONOCIDA
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-AUD-FECHA TO SAL-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR-LOGIN TO SAL-REG-OPERADOR.
           REWRITE SAL-REG-DOC.
           EXIT.

       100200-APLICA-ACEPTADO.
           SET SAL-AFILIADO TO TRUE.
           MOVE RES-NSS TO SAL-REG-NSS.
           MOVE RES-FECHA-AFILIA TO SAL-REG-FECHA-AFILIA.
           MOVE SPACES TO SAL-REG-MOTIVO-RECHAZO.
           ADD 1 TO WS-TOTAL-ACEPTADOS.
           INITIALIZE LINEA-TEMP.
           STRING
               RES-CLAVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RES-CURP DELIMITED BY SIZE
               "  AFILIADO NSS " DELIMITED BY SIZE
               RES-NSS DELIMITED BY SIZE
               " DESDE " DELIMITED BY SIZE
               RES-FECHA-AFILIA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100300-APLICA-RECHAZO.
      *    EL RECHAZO QUEDA CON SU MOTIVO Y EL ALUMNO ENTRA DE NUEVO
      *    EN EL SIGUIENTE LOTE (CORREGIDA LA CURP, SI ERA ESO).
           SET SAL-RECHAZADO TO TRUE.
           MOVE RES-MOTIVO TO SAL-REG-MOTIVO-RECHAZO.
           ADD 1 TO WS-TOTAL-RECHAZADOS.
           INITIALIZE LINEA-TEMP.
           STRING
               RES-CLAVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RES-CURP DELIMITED BY SIZE
               "  RECHAZADO MOTIVO " DELIMITED BY SIZE
               RES-MOTIVO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE "AFILIA-RECHA" TO WS-NOT-EVENTO.
           INITIALIZE WS-NOT-MENSAJE.
           STRING
               "AFILIACION AL SEGURO RECHAZADA: " DELIMITED BY SIZE
               RES-MOTIVO DELIMITED BY SIZE
           INTO WS-NOT-MENSAJE.
           CALL "NOTIFICA-WRITER" USING
               RES-CLAVE WS-NOT-EVENTO WS-NOT-MENSAJE.
           EXIT.

       100310-NO-RECONOCIDA.
           ADD 1 TO WS-TOTAL-DESCONOCIDOS.
           INITIALIZE LINEA-TEMP.
           STRING
               RES-CLAVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RES-CURP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100400-CIERRA-ARCHIVOS.
           CLOSE DOC-RESPUESTA.
           CLOSE DOC-SALUD.
           EXIT.

       100510-ESCRIBE-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RESPUESTA DEL SEGURO AL LOTE DE AFILIACION "
                   DELIMITED BY SIZE
               WS-LOTE DELIMITED BY SIZE
               " - CARGADA " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-ESCRIBE-CONTROL.
      *    CIFRA CONTROL: DETALLES DEL SEGURO = AFILIADOS +
      *    RECHAZADOS + YA APLICADOS + NO RECONOCIDOS.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "DETALLES DEL SEGURO:    " DELIMITED BY SIZE
               WS-TOTAL-LEIDOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "AFILIADOS:              " DELIMITED BY SIZE
               WS-TOTAL-ACEPTADOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RECHAZADOS:             " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "YA APLICADOS ANTES:     " DELIMITED BY SIZE
               WS-TOTAL-PREVIOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "NO RECONOCIDOS:         " DELIMITED BY SIZE
               WS-TOTAL-DESCONOCIDOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-LEIDOS = WS-TOTAL-ACEPTADOS
               + WS-TOTAL-RECHAZADOS + WS-TOTAL-PREVIOS
               + WS-TOTAL-DESCONOCIDOS
               MOVE "CUADRADO: LEIDOS = AFILIADOS+RECHAZADOS+PREVIOS+NO"
                   TO LINEA-TEMP
           ELSE
               MOVE "**** DESCUADRE CONTRA LA RESPUESTA DEL SEGURO ****"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           CLOSE REP-RESPUESTA.
           DISPLAY "**** AFILIADOS: " WS-TOTAL-ACEPTADOS
                   "  RECHAZADOS: " WS-TOTAL-RECHAZADOS
                   "; CONTROL EN REP-AFILIACION-RESPUESTA.txt ***".
           EXIT.

       100600-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "AFILIACION-RESP" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|LOTE " DELIMITED BY SIZE
               WS-LOTE DELIMITED BY SIZE
               " AFILIADOS " DELIMITED BY SIZE
               WS-TOTAL-ACEPTADOS DELIMITED BY SIZE
               " RECHAZADOS " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM AFILIACION-RESPUESTA-DOC.
