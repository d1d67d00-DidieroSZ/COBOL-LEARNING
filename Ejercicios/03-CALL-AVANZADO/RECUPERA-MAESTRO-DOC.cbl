      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: FORWARD RECOVERY OF "estudiantes.txt". PARTE DEL
      *          SNAPSHOT estudiantes-<termino>.txt DEL ULTIMO CIERRE,
      *          LO CARGA EN "estudiantes-recupera.txt" Y REAPLICA
      *          ENCIMA LAS IMAGENES DE "imagenes-est.txt" ESCRITAS
      *          DESPUES DE LA MARCA DE CIERRE DE ESE TERMINO, HASTA LA
      *          FECHA Y HORA DE CORTE QUE INDIQUE EL OPERADOR. DEJA EL
      *          REPORTE DE CONTROL "REP-RECUPERACION.txt" CONTRA LA
      *          CUENTA ACTUAL DEL MAESTRO Y, CON CONFIRMACION, COPIA
      *          EL RESULTADO SOBRE EL MAESTRO VIVO. SOLO ROL ADMIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA-MAESTRO-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-HIST ASSIGN TO WS-HIST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-HIST.

               SELECT DOC-IMAGENES ASSIGN TO "imagenes-est.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-IMG.

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

               SELECT DOC-RECUPERA ASSIGN TO "estudiantes-recupera.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCP-CLAVE
                   FILE STATUS WS-STATUS-RCP.

               SELECT REP-RECUPERACION ASSIGN TO "REP-RECUPERACION.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-REP.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-HIST.
               01 HIST-REG PIC X(535).

           FD DOC-IMAGENES.
               COPY "IMG-REG-DOC.cpy".

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-RECUPERA.
      *    MISMA IMAGEN DE 535 DE EST-REG-DOC; SOLO SE NOMBRA LA LLAVE.
               01 RCP-REG.
                   05 RCP-CLAVE PIC 9(08).
                   05 FILLER PIC X(527).

           FD REP-RECUPERACION.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-HIST PIC XX.
               05 WS-STATUS-IMG PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-RCP PIC XX.
               05 WS-STATUS-REP PIC XX.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-TERMINO PIC X(10).
               05 WS-HIST-FILENAME PIC X(30).
               05 WS-FECHA-HASTA PIC 9(08) VALUE ZEROS.
               05 WS-HORA-HASTA PIC 9(06) VALUE ZEROS.
               05 WS-CONFIRMA PIC X(03).
               05 WS-HOY PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-TEXTO PIC X(62).
               05 WS-MARCA-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-MARCA-HORA PIC 9(08) VALUE ZEROS.
               05 WS-STATUS-VIVO PIC XX VALUE SPACES.

           01 LINEA-AUDITORIA PIC X(132).

           01 WS-CONTADORES.
               05 WS-POS-IMAGEN PIC 9(07) VALUE ZEROS.
               05 WS-POS-MARCA PIC 9(07) VALUE ZEROS.
               05 WS-TOTAL-SNAPSHOT PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ALTAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-MODIFICA PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-BORRA PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-BORRA-AUSENTE PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-POSTERIORES PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-OTRAS-MARCAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-RESULTADO PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-VIVO PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-REEMPLAZO PIC 9(05) VALUE ZEROS.
               05 WS-DIFERENCIA PIC S9(05) VALUE ZEROS.
               05 WS-DIFERENCIA-EDIT PIC -ZZZZ9.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-HIST PIC X VALUE "N".
                   88 FIN-HISTORICO VALUE "S".
               05 WS-FIN-IMG PIC X VALUE "N".
                   88 FIN-IMAGENES VALUE "S".
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-FIN-RCP PIC X VALUE "N".
                   88 FIN-RECUPERA VALUE "S".
               05 WS-HAY-MARCA PIC X VALUE "N".
                   88 MARCA-ENCONTRADA VALUE "S".
               05 WS-VIVO-LEGIBLE PIC X VALUE "N".
                   88 VIVO-LEGIBLE VALUE "S".
               05 WS-REEMPLAZADO PIC X VALUE "N".
                   88 MAESTRO-REEMPLAZADO VALUE "S".

       PROCEDURE DIVISION.

      *    REESCRIBE EL MAESTRO COMPLETO: SOLO ROL ADMIN.
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
           DISPLAY "---- RECUPERACION DEL MAESTRO DE ESTUDIANTES ----".
           DISPLAY "----------------------------------------------".
           DISPLAY "LOG -- TERMINO DEL ULTIMO CIERRE (EJ. 2026-1): "
                   WITH NO ADVANCING.
           ACCEPT WS-TERMINO.
           MOVE FUNCTION UPPER-CASE(WS-TERMINO) TO WS-TERMINO.
           DISPLAY "LOG -- REAPLICAR HASTA LA FECHA (AAAAMMDD, "
                   "0 = HOY): " WITH NO ADVANCING.
           ACCEPT WS-FECHA-HASTA.
           DISPLAY "LOG -- Y HASTA LA HORA (HHMMSS, 0 = FIN DEL DIA): "
                   WITH NO ADVANCING.
           ACCEPT WS-HORA-HASTA.
           IF WS-FECHA-HASTA = ZEROS
               MOVE WS-HOY TO WS-FECHA-HASTA
           END-IF.
           IF WS-HORA-HASTA = ZEROS
               MOVE 235959 TO WS-HORA-HASTA
           END-IF.
           INITIALIZE WS-HIST-FILENAME.
           STRING
               "estudiantes-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMINO) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-HIST-FILENAME.
           PERFORM 100100-CUENTA-VIVO.
           PERFORM 100200-CARGA-SNAPSHOT.
           PERFORM 100300-BUSCA-MARCA.
           IF MARCA-ENCONTRADA
               PERFORM 100400-REAPLICA-IMAGENES
           ELSE
               DISPLAY "**** NO HAY MARCA DE CIERRE DE "
                       FUNCTION TRIM(WS-TERMINO)
                       " EN IMAGENES-EST.TXT; NO SE REAPLICA ***"
           END-IF.
           PERFORM 100500-CUENTA-RESULTADO.
           PERFORM 100600-REPORTE-CONTROL.
           IF MARCA-ENCONTRADA
               PERFORM 100700-OFRECE-REEMPLAZO
           END-IF.
           PERFORM 100900-AUDITORIA-RESUMEN.
           DISPLAY "**** RESULTADO: " WS-TOTAL-RESULTADO
                   " REGISTROS; DETALLE EN REP-RECUPERACION.txt ***".
           EXIT.

       100100-CUENTA-VIVO.
      *    EL MAESTRO VIVO PUEDE ESTAR DANADO: SE CUENTA LO QUE SE
      *    PUEDA LEER Y SE GUARDA EL STATUS PARA EL REPORTE.
           OPEN INPUT DOC-EST.
           MOVE WS-STATUS-EST TO WS-STATUS-VIVO.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ESTUDIANTES.TXT NO ABRE, STATUS: "
                       WS-STATUS-EST " ***"
               EXIT PARAGRAPH
           END-IF.
           SET VIVO-LEGIBLE TO TRUE.
           PERFORM UNTIL FIN-ESTUDIANTES
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ESTUDIANTES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-VIVO
               END-READ
               IF WS-STATUS-EST NOT = "00"
                   AND WS-STATUS-EST NOT = "10"
                   MOVE WS-STATUS-EST TO WS-STATUS-VIVO
                   MOVE "N" TO WS-VIVO-LEGIBLE
                   SET FIN-ESTUDIANTES TO TRUE
               END-IF
           END-PERFORM.
           CLOSE DOC-EST.
           EXIT.

       100200-CARGA-SNAPSHOT.
           OPEN INPUT DOC-HIST.
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "**** NO SE ENCONTRO "
                       FUNCTION TRIM(WS-HIST-FILENAME) " ***"
               STOP RUN
           END-IF.
           OPEN OUTPUT DOC-RECUPERA.
           PERFORM UNTIL FIN-HISTORICO
               READ DOC-HIST
                   AT END
                       SET FIN-HISTORICO TO TRUE
                   NOT AT END
                       MOVE HIST-REG TO RCP-REG
                       WRITE RCP-REG
                           INVALID KEY
                               DISPLAY "**** CLAVE " RCP-CLAVE
                                       " DUPLICADA EN EL SNAPSHOT ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-SNAPSHOT
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DOC-HIST.
           CLOSE DOC-RECUPERA.
           EXIT.

       100300-BUSCA-MARCA.
      *    SI EL TERMINO SE CERRO MAS DE UNA VEZ, EL SNAPSHOT EN DISCO
      *    ES EL DE LA ULTIMA CORRIDA: SE TOMA LA ULTIMA MARCA.
           OPEN INPUT DOC-IMAGENES.
           IF WS-STATUS-IMG NOT = "00"
               DISPLAY "**** NO SE ENCONTRO IMAGENES-EST.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-POS-IMAGEN.
           MOVE "N" TO WS-FIN-IMG.
           PERFORM UNTIL FIN-IMAGENES
               READ DOC-IMAGENES
                   AT END
                       SET FIN-IMAGENES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POS-IMAGEN
                       IF IMG-CIERRE
                           AND IMG-REG-TERM-NOMBRE = WS-TERMINO
                           SET MARCA-ENCONTRADA TO TRUE
                           MOVE WS-POS-IMAGEN TO WS-POS-MARCA
                           MOVE IMG-REG-FECHA TO WS-MARCA-FECHA
                           MOVE IMG-REG-HORA TO WS-MARCA-HORA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-IMAGENES.
           EXIT.

       100400-REAPLICA-IMAGENES.
           OPEN INPUT DOC-IMAGENES.
           OPEN I-O DOC-RECUPERA.
           MOVE ZEROS TO WS-POS-IMAGEN.
           MOVE "N" TO WS-FIN-IMG.
           PERFORM UNTIL FIN-IMAGENES
               READ DOC-IMAGENES
                   AT END
                       SET FIN-IMAGENES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POS-IMAGEN
                       IF WS-POS-IMAGEN > WS-POS-MARCA
                           PERFORM 100410-APLICA-IMAGEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-IMAGENES.
           CLOSE DOC-RECUPERA.
           EXIT.

       100410-APLICA-IMAGEN.
           IF IMG-REG-FECHA > WS-FECHA-HASTA
               OR (IMG-REG-FECHA = WS-FECHA-HASTA
                   AND IMG-REG-HORA(1:6) > WS-HORA-HASTA)
               ADD 1 TO WS-TOTAL-POSTERIORES
               EXIT PARAGRAPH
           END-IF.
      *    UNA ALTA SOBRE UNA CLAVE YA PRESENTE (O UN CAMBIO SOBRE UNA
      *    AUSENTE) SE RESUELVE CON LA IMAGEN, QUE ES EL ESTADO FINAL.
           EVALUATE TRUE
               WHEN IMG-ALTA
               WHEN IMG-MODIFICA
                   MOVE IMG-REG-IMAGEN TO RCP-REG
                   WRITE RCP-REG
                       INVALID KEY
                           REWRITE RCP-REG
                   END-WRITE
                   IF IMG-ALTA
                       ADD 1 TO WS-TOTAL-ALTAS
                   ELSE
                       ADD 1 TO WS-TOTAL-MODIFICA
                   END-IF
               WHEN IMG-BORRA
                   MOVE IMG-REG-CLAVE TO RCP-CLAVE
                   DELETE DOC-RECUPERA
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-BORRA-AUSENTE
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-BORRA
                   END-DELETE
               WHEN IMG-CIERRE
      *            CIERRES DE OTROS TERMINOS POSTERIORES A LA MARCA.
                   ADD 1 TO WS-TOTAL-OTRAS-MARCAS
           END-EVALUATE.
           EXIT.

       100500-CUENTA-RESULTADO.
           OPEN INPUT DOC-RECUPERA.
           MOVE "N" TO WS-FIN-RCP.
           PERFORM UNTIL FIN-RECUPERA
               READ DOC-RECUPERA NEXT RECORD
                   AT END
                       SET FIN-RECUPERA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-RESULTADO
               END-READ
           END-PERFORM.
           CLOSE DOC-RECUPERA.
           COMPUTE WS-DIFERENCIA = WS-TOTAL-RESULTADO - WS-TOTAL-VIVO.
           MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT.
           EXIT.

       100600-REPORTE-CONTROL.
           OPEN OUTPUT REP-RECUPERACION.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RECUPERACION DEL MAESTRO DE ESTUDIANTES DEL "
                   DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               " -- OPERADOR " DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SPACE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "SNAPSHOT BASE:                " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HIST-FILENAME) DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF MARCA-ENCONTRADA
               STRING
                   "MARCA DE CIERRE DEL DIARIO:   " DELIMITED BY SIZE
                   WS-MARCA-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MARCA-HORA(1:6) DELIMITED BY SIZE
                   " (RENGLON " DELIMITED BY SIZE
                   WS-POS-MARCA DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               STRING
                   "MARCA DE CIERRE DEL DIARIO:   " DELIMITED BY SIZE
                   "NO ENCONTRADA; SOLO SE CARGO EL SNAPSHOT"
                       DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "PUNTO DE RECUPERACION:        " DELIMITED BY SIZE
               WS-FECHA-HASTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-HASTA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "REGISTROS EN EL SNAPSHOT:     " DELIMITED BY SIZE
               WS-TOTAL-SNAPSHOT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ALTAS REAPLICADAS:            " DELIMITED BY SIZE
               WS-TOTAL-ALTAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CAMBIOS REAPLICADOS:          " DELIMITED BY SIZE
               WS-TOTAL-MODIFICA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "BORRADOS REAPLICADOS:         " DELIMITED BY SIZE
               WS-TOTAL-BORRA DELIMITED BY SIZE
               "   (SIN REGISTRO QUE BORRAR: " DELIMITED BY SIZE
               WS-TOTAL-BORRA-AUSENTE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "IMAGENES POSTERIORES AL CORTE:" DELIMITED BY SIZE
               WS-TOTAL-POSTERIORES DELIMITED BY SIZE
               "   (NO APLICADAS)" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "OTRAS MARCAS DE CIERRE:       " DELIMITED BY SIZE
               WS-TOTAL-OTRAS-MARCAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "REGISTROS RECUPERADOS:        " DELIMITED BY SIZE
               WS-TOTAL-RESULTADO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF VIVO-LEGIBLE
               STRING
                   "REGISTROS EN EL MAESTRO VIVO: " DELIMITED BY SIZE
                   WS-TOTAL-VIVO DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               STRING
                   "REGISTROS EN EL MAESTRO VIVO: " DELIMITED BY SIZE
                   WS-TOTAL-VIVO DELIMITED BY SIZE
                   "   (LECTURA INCOMPLETA, STATUS " DELIMITED BY SIZE
                   WS-STATUS-VIVO DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "DIFERENCIA (RECUPERADO-VIVO): " DELIMITED BY SIZE
               WS-DIFERENCIA-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           CLOSE REP-RECUPERACION.
           EXIT.

       100700-OFRECE-REEMPLAZO.
           DISPLAY "REGISTROS RECUPERADOS: " WS-TOTAL-RESULTADO
                   "   MAESTRO VIVO: " WS-TOTAL-VIVO
                   "   DIFERENCIA: " WS-DIFERENCIA-EDIT.
           DISPLAY "¿COPIAR EL RESULTADO SOBRE ESTUDIANTES.TXT? "
                   "(SI/NO): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI"
               DISPLAY "**** SOLO REPORTE DE CONTROL, SIN CAMBIOS ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-RCP.
           OPEN INPUT DOC-RECUPERA.
           OPEN OUTPUT DOC-EST.
           PERFORM UNTIL FIN-RECUPERA
               READ DOC-RECUPERA NEXT RECORD
                   AT END
                       SET FIN-RECUPERA TO TRUE
                   NOT AT END
                       MOVE RCP-REG TO EST-REG-DOC
                       WRITE EST-REG-DOC
                           INVALID KEY
                               DISPLAY "**** CLAVE " EST-REG-CLAVE
                                       " DUPLICADA AL COPIAR ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-REEMPLAZO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DOC-RECUPERA.
           CLOSE DOC-EST.
           SET MAESTRO-REEMPLAZADO TO TRUE.
           DISPLAY "**** COPIADOS " WS-TOTAL-REEMPLAZO
                   " REGISTROS SOBRE ESTUDIANTES.TXT ***".
           EXIT.

       100900-AUDITORIA-RESUMEN.
           INITIALIZE WS-AUD-TEXTO.
           STRING
               "TERM " DELIMITED BY SIZE
               WS-TERMINO DELIMITED BY SPACE
               " HASTA " DELIMITED BY SIZE
               WS-FECHA-HASTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-HASTA DELIMITED BY SIZE
               " REC " DELIMITED BY SIZE
               WS-TOTAL-RESULTADO DELIMITED BY SIZE
               " VIVO " DELIMITED BY SIZE
               WS-TOTAL-VIVO DELIMITED BY SIZE
               " COPIA " DELIMITED BY SIZE
               WS-REEMPLAZADO DELIMITED BY SIZE
           INTO WS-AUD-TEXTO.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "RECUPERA-MAESTRO" DELIMITED BY SIZE
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

       END PROGRAM RECUPERA-MAESTRO-DOC.
