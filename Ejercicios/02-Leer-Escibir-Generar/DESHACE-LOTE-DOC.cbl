      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: UNDO OF ONE STUDENT BATCH LOAD BY ITS LOTE NUMBER.
      *          DOC-EST-MAKER ASIENTA EN "lotes-carga.txt" CADA
      *          REGISTRO QUE UNA CARGA CREO O CAMBIO CON SU IMAGEN
      *          ANTERIOR Y LA QUE DEJO. ESTE PROGRAMA BORRA LAS ALTAS
      *          DEL LOTE Y RESTITUYE LA IMAGEN ANTERIOR DE LO
      *          MODIFICADO, PERO SOLO DONDE NADIE LO HA TOCADO DESDE
      *          ENTONCES: EL REGISTRO DEL MAESTRO DEBE SEGUIR IGUAL A
      *          LA IMAGEN QUE DEJO LA CARGA Y UNA ALTA NO DEBE TENER
      *          MOVIMIENTOS EN "pagos.txt". LO DEMAS VA A LA LISTA DE
      *          EXCEPCIONES "REP-DESHACE-LOTE-<lote>.txt" PARA
      *          REVISION MANUAL. CADA RENGLON DEL LOTE QUEDA MARCADO
      *          (REVERTIDO O EXCEPCION) Y TODO PASA POR LA BITACORA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESHACE-LOTE-DOC.

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
           FILE STATUS IS WS-STATUS-EST.
       SELECT DOC-LOTES ASSIGN TO "lotes-carga.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOTE.
       SELECT DOC-LOTES-TMP ASSIGN TO "lotes-carga.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.
       SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAG.
       SELECT REP-DESHACE ASSIGN TO WS-REPORTE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD DOC-LOTES.
           COPY "LOT-REG-DOC.cpy".

           FD DOC-LOTES-TMP.
           01 LOT-REG-TMP PIC X(1113).

           FD DOC-PAGOS.
           COPY "PAG-REG-DOC.cpy".

           FD REP-DESHACE.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-LOTE PIC XX.
               05 WS-STATUS-TMP PIC XX.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-REP PIC XX.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-LOTE PIC 9(06) VALUE ZEROS.
               05 WS-LOTE-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-LOTE-OPERADOR PIC X(10) VALUE SPACES.
               05 WS-LOTE-ORIGEN PIC X(03) VALUE SPACES.
               05 WS-CONFIRMA PIC X(03) VALUE SPACES.
               05 WS-ACCION PIC X(20) VALUE SPACES.
               05 WS-MOTIVO PIC X(40) VALUE SPACES.
               05 WS-REPORTE-ARCHIVO PIC X(30) VALUE SPACES.

           01 WS-CONTADORES.
               05 WS-TOTAL-RENGLONES PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-PENDIENTES PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-YA-REVERTIDOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-ELIMINADOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-RESTITUIDOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-EXCEPCIONES PIC 9(06) VALUE ZEROS.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-FIN-PAG PIC X VALUE "N".
                   88 FIN-PAGOS VALUE "S".
               05 WS-CON-PAGOS PIC X VALUE "N".
                   88 TIENE-PAGOS VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "DESHACE-LOTE-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       PERFORM 100100-CAPTURA-LOTE.
       IF WS-TOTAL-PENDIENTES > ZEROS
           PERFORM 100200-CONFIRMA
           IF WS-CONFIRMA = "SI"
               PERFORM 100300-DESHACE
               PERFORM 100600-REEMPLAZA-DIARIO
               PERFORM 100900-RESUMEN
           ELSE
               DISPLAY "**** REVERSION CANCELADA, SIN CAMBIOS ***"
           END-IF
       END-IF.
       GOBACK.

       100001-CAPTURA-OPERADOR.
      *    DESHACER UN LOTE BORRA Y REESCRIBE EL MAESTRO; PIDE ROL
      *    DE CORRECCION.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           IF SESION-FIRMADA
               AND WS-ROLES-SESION(2:1) NOT = "S"
               DISPLAY "**** EL USUARIO NO TIENE ROL DE CORRECCION ***"
               MOVE "N" TO WS-FIRMADO
           END-IF.
           EXIT.

       100100-CAPTURA-LOTE.
      *    PRIMERA PASADA: CUENTA LOS RENGLONES DEL LOTE Y CUANTOS
      *    SIGUEN SIN REVERTIR (VIGENTES O EXCEPCIONES DE UNA
      *    CORRIDA ANTERIOR, QUE SE VUELVEN A REVISAR).
           DISPLAY "----------------------------------------".
           DISPLAY "---- REVERSION DE UNA CARGA POR LOTE ----".
           DISPLAY "----------------------------------------".
           DISPLAY "LOG -- NUMERO DE LOTE: " WITH NO ADVANCING.
           ACCEPT WS-LOTE.
           OPEN INPUT DOC-LOTES.
           IF WS-STATUS-LOTE NOT = "00"
               DISPLAY "**** NO EXISTE LOTES-CARGA.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-LOTES
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF LOT-REG-NUMERO = WS-LOTE
                           ADD 1 TO WS-TOTAL-RENGLONES
                           MOVE LOT-REG-FECHA TO WS-LOTE-FECHA
                           MOVE LOT-REG-OPERADOR TO WS-LOTE-OPERADOR
                           MOVE LOT-REG-ORIGEN TO WS-LOTE-ORIGEN
                           IF LOT-REVERTIDO
                               ADD 1 TO WS-TOTAL-YA-REVERTIDOS
                           ELSE
                               ADD 1 TO WS-TOTAL-PENDIENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-LOTES.
           IF WS-TOTAL-RENGLONES = ZEROS
               DISPLAY "**** EL LOTE " WS-LOTE " NO EXISTE ***"
           ELSE
               DISPLAY "LOTE " WS-LOTE " ORIGEN " WS-LOTE-ORIGEN
                       " DEL " WS-LOTE-FECHA " POR "
                       WS-LOTE-OPERADOR
               DISPLAY "RENGLONES: " WS-TOTAL-RENGLONES
                       "  YA REVERTIDOS: " WS-TOTAL-YA-REVERTIDOS
                       "  POR REVERTIR: " WS-TOTAL-PENDIENTES
               IF WS-TOTAL-PENDIENTES = ZEROS
                   DISPLAY "**** EL LOTE YA ESTA REVERTIDO ***"
               END-IF
           END-IF.
           EXIT.

       100200-CONFIRMA.
           DISPLAY "¿CONFIRMA LA REVERSION DEL LOTE " WS-LOTE
                   "? (SI/NO): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           EXIT.

       100300-DESHACE.
      *    SEGUNDA PASADA: COPIA EL DIARIO DE LOTES A UN TEMPORAL CON
      *    EL ESTADO DE CADA RENGLON DEL LOTE YA DECIDIDO.
           OPEN I-O DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ERROR AL ABRIR ESTUDIANTES.TXT, STATUS: "
                       WS-STATUS-EST " ***"
               GOBACK
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           INITIALIZE WS-REPORTE-ARCHIVO.
           STRING
               "REP-DESHACE-LOTE-" DELIMITED BY SIZE
               WS-LOTE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-REPORTE-ARCHIVO.
           OPEN OUTPUT REP-DESHACE.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "REVERSION DEL LOTE " DELIMITED BY SIZE
               WS-LOTE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-LOTE-ORIGEN DELIMITED BY SIZE
               " DEL " DELIMITED BY SIZE
               WS-LOTE-FECHA DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               WS-LOTE-OPERADOR DELIMITED BY SIZE
               ")  EJECUTO: " DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               " EL " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE "CLAVE|ACCION|MOTIVO" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           OPEN INPUT DOC-LOTES.
           OPEN OUTPUT DOC-LOTES-TMP.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-LOTES
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF LOT-REG-NUMERO = WS-LOTE
                           AND NOT LOT-REVERTIDO
                           PERFORM 100400-REVIERTE-RENGLON
                       END-IF
                       MOVE LOT-REG-DOC TO LOT-REG-TMP
                       WRITE LOT-REG-TMP
               END-READ
           END-PERFORM.
           CLOSE DOC-LOTES.
           CLOSE DOC-LOTES-TMP.
           CLOSE DOC-EST.
           EXIT.

       100400-REVIERTE-RENGLON.
      *    "NADIE LO TOCO DESDE LA CARGA" = EL MAESTRO TODAVIA ES
      *    IDENTICO A LA IMAGEN QUE DEJO EL LOTE; CUALQUIER CAMBIO
      *    POSTERIOR (CORRECCION, BAJA, FUSION, OTRO LOTE) LO MANDA
      *    A EXCEPCIONES.
           MOVE SPACES TO WS-MOTIVO.
           MOVE LOT-REG-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   MOVE "YA NO EXISTE EN ESTUDIANTES.TXT" TO WS-MOTIVO
           END-READ.
           IF WS-MOTIVO = SPACES
               AND EST-REG-DOC NOT = LOT-REG-DESPUES
               MOVE "MODIFICADO DESPUES DE LA CARGA" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               AND LOT-ALTA
               PERFORM 100410-REVISA-PAGOS
               IF TIENE-PAGOS
                   MOVE "TIENE MOVIMIENTOS EN PAGOS.TXT" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               SET LOT-EXCEPCION TO TRUE
               MOVE "EXCEPCION" TO WS-ACCION
               ADD 1 TO WS-TOTAL-EXCEPCIONES
               PERFORM 100500-ESCRIBE-RENGLON
               EXIT PARAGRAPH
           END-IF.
           IF LOT-ALTA
               DELETE DOC-EST RECORD
                   INVALID KEY
                       MOVE "NO SE PUDO BORRAR, STATUS " TO WS-MOTIVO
                       MOVE WS-STATUS-EST TO WS-MOTIVO(27:2)
                   NOT INVALID KEY
                       MOVE "B" TO WS-IMG-OPERACION
                       CALL "IMAGEN-EST-WRITER" USING
                           WS-IMG-PROGRAMA WS-IMG-OPERACION
                           EST-REG-DOC
               END-DELETE
               MOVE "ALTA ELIMINADA" TO WS-ACCION
           ELSE
               MOVE LOT-REG-ANTES TO EST-REG-DOC
               REWRITE EST-REG-DOC
                   INVALID KEY
                       MOVE "NO SE PUDO REESCRIBIR, STATUS "
                           TO WS-MOTIVO
                       MOVE WS-STATUS-EST TO WS-MOTIVO(31:2)
                   NOT INVALID KEY
                       MOVE "M" TO WS-IMG-OPERACION
                       CALL "IMAGEN-EST-WRITER" USING
                           WS-IMG-PROGRAMA WS-IMG-OPERACION
                           EST-REG-DOC
               END-REWRITE
               MOVE "IMAGEN RESTITUIDA" TO WS-ACCION
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               SET LOT-EXCEPCION TO TRUE
               MOVE "EXCEPCION" TO WS-ACCION
               ADD 1 TO WS-TOTAL-EXCEPCIONES
           ELSE
               SET LOT-REVERTIDO TO TRUE
               IF LOT-ALTA
                   ADD 1 TO WS-TOTAL-ELIMINADOS
               ELSE
                   ADD 1 TO WS-TOTAL-RESTITUIDOS
               END-IF
           END-IF.
           PERFORM 100500-ESCRIBE-RENGLON.
           EXIT.

       100410-REVISA-PAGOS.
      *    UN ALUMNO DADO DE ALTA POR EL LOTE QUE YA TIENE CARGOS O
      *    ABONOS NO SE BORRA: DEJARIA MOVIMIENTOS HUERFANOS.
           MOVE "N" TO WS-CON-PAGOS.
           MOVE "N" TO WS-FIN-PAG.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PAGOS OR TIENE-PAGOS
               READ DOC-PAGOS
                   AT END
                       SET FIN-PAGOS TO TRUE
                   NOT AT END
                       IF PAG-REG-CLAVE = LOT-REG-CLAVE
                           SET TIENE-PAGOS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-PAGOS.
           EXIT.

       100500-ESCRIBE-RENGLON.
           INITIALIZE LINEA-TEMP.
           STRING
               LOT-REG-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-ACCION DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "DESHACE-LOTE|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LOT-REG-CLAVE DELIMITED BY SIZE
               "|LOTE " DELIMITED BY SIZE
               WS-LOTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACCION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100600-REEMPLAZA-DIARIO.
      *    RECARGA LOTES-CARGA.TXT DESDE EL TEMPORAL Y LO VACIA.
           OPEN INPUT DOC-LOTES-TMP.
           OPEN OUTPUT DOC-LOTES.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-LOTES-TMP
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE LOT-REG-TMP TO LOT-REG-DOC
                       WRITE LOT-REG-DOC
               END-READ
           END-PERFORM.
           CLOSE DOC-LOTES-TMP.
           CLOSE DOC-LOTES.
           OPEN OUTPUT DOC-LOTES-TMP.
           CLOSE DOC-LOTES-TMP.
           EXIT.

       100900-RESUMEN.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ALTAS ELIMINADAS: " DELIMITED BY SIZE
               WS-TOTAL-ELIMINADOS DELIMITED BY SIZE
               "   IMAGENES RESTITUIDAS: " DELIMITED BY SIZE
               WS-TOTAL-RESTITUIDOS DELIMITED BY SIZE
               "   EXCEPCIONES PARA REVISION: " DELIMITED BY SIZE
               WS-TOTAL-EXCEPCIONES DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           CLOSE REP-DESHACE.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "DESHACE-LOTE|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|LOTE " DELIMITED BY SIZE
               WS-LOTE DELIMITED BY SIZE
               " REVERTIDO: " DELIMITED BY SIZE
               WS-TOTAL-ELIMINADOS DELIMITED BY SIZE
               " ALTAS, " DELIMITED BY SIZE
               WS-TOTAL-RESTITUIDOS DELIMITED BY SIZE
               " CAMBIOS, " DELIMITED BY SIZE
               WS-TOTAL-EXCEPCIONES DELIMITED BY SIZE
               " EXCEPCIONES" DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           DISPLAY "*****************************************".
           DISPLAY "**** LOTE " WS-LOTE " REVERTIDO ****".
           DISPLAY "**** ALTAS ELIMINADAS:    " WS-TOTAL-ELIMINADOS.
           DISPLAY "**** IMAGENES RESTITUIDAS: " WS-TOTAL-RESTITUIDOS.
           DISPLAY "**** EXCEPCIONES:         " WS-TOTAL-EXCEPCIONES.
           DISPLAY "**** VER " WS-REPORTE-ARCHIVO.
           DISPLAY "*****************************************".
           EXIT.

       END PROGRAM DESHACE-LOTE-DOC.
