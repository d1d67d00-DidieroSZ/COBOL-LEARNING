      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: IMPORT THE PAC'S ANSWER TO THE INVOICE REQUESTS
      *          ("cfdi-timbrados.txt": FOLIO, UUID, FECHA DE TIMBRADO
      *          Y, SI NO SE PUDO TIMBRAR, EL ERROR DEL PAC). EACH
      *          STAMPED FOLIO GETS ITS UUID IN "facturas.txt" ("T"),
      *          SO THE RECEIPT REPRINT AND THE ESTADO DE CUENTA SHOW
      *          THE INVOICE. A FOLIO THE PAC REJECTED IS MARKED "E"
      *          AND CFDI-EXPORTA-DOC ASKS FOR IT AGAIN. REPORT IN
      *          "REP-CFDI-IMPORTA.txt"; ONE LINE IN "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDI-IMPORTA-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-TIMBRADOS ASSIGN TO "cfdi-timbrados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TIM.
       SELECT DOC-FACTURAS ASSIGN TO "facturas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-REG-FOLIO
           FILE STATUS IS WS-STATUS-FAC.
       SELECT REP-IMPORTA ASSIGN TO "REP-CFDI-IMPORTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DES.

       DATA DIVISION.
       FILE SECTION.
      *    RESPUESTA DEL PAC: UUID EN BLANCO = NO TIMBRADA, CON EL
      *    MOTIVO EN TIM-ERROR.
           FD DOC-TIMBRADOS.
           01 TIM-REG.
               05 TIM-FOLIO PIC 9(06).
               05 TIM-UUID PIC X(36).
               05 TIM-FECHA PIC 9(08).
               05 TIM-ERROR PIC X(40).

           FD DOC-FACTURAS.
           COPY "FAC-REG-DOC.cpy".

           FD REP-IMPORTA.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-TIM PIC XX.
               05 WS-STATUS-FAC PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-CONFIRMA PIC X VALUE "N".

           01 WS-CONTADORES.
               05 WS-TOTAL-LEIDOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-TIMBRADAS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-RECHAZADAS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-PREVIAS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-DESCONOCIDAS PIC 9(06) VALUE ZEROS.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-TIM PIC X VALUE "N".
                   88 FIN-TIMBRADOS VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           DISPLAY "LOG -- OPERADOR (CAJA): " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           DISPLAY "¿CARGAR LA RESPUESTA DEL PAC? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "**** CORRIDA CANCELADA ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-TIMBRADOS.
           IF WS-STATUS-TIM NOT = "00"
               DISPLAY "**** NO SE ENCONTRO CFDI-TIMBRADOS.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O DOC-FACTURAS.
           IF WS-STATUS-FAC NOT = "00"
               CLOSE DOC-TIMBRADOS
               DISPLAY "**** NO HAY FACTURAS.TXT; NO SE HA SOLICITADO "
                       "NINGUNA FACTURA ***"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT REP-IMPORTA.
           PERFORM 100510-ESCRIBE-ENCABEZADO.
           PERFORM UNTIL FIN-TIMBRADOS
               READ DOC-TIMBRADOS
                   AT END
                       SET FIN-TIMBRADOS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM 100100-APLICA-LINEA
               END-READ
           END-PERFORM.
           CLOSE DOC-TIMBRADOS.
           CLOSE DOC-FACTURAS.
           PERFORM 100500-ESCRIBE-CONTROL.
           PERFORM 100600-AUDITORIA-LOG.
           EXIT.

       100100-APLICA-LINEA.
           MOVE TIM-FOLIO TO FAC-REG-FOLIO.
           READ DOC-FACTURAS
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DESCONOCIDAS
                   INITIALIZE LINEA-TEMP
                   STRING
                       TIM-FOLIO DELIMITED BY SIZE
                       "  **** FOLIO NO SOLICITADO AL PAC"
                           DELIMITED BY SIZE
                   INTO LINEA-TEMP
                   WRITE LINEA-TEMP
                   EXIT PARAGRAPH
           END-READ.
      *    UNA FACTURA YA TIMBRADA NO SE PISA: RECARGAR EL MISMO
      *    ARCHIVO NO CAMBIA NADA.
           IF FAC-TIMBRADA
               ADD 1 TO WS-TOTAL-PREVIAS
               EXIT PARAGRAPH
           END-IF.
           IF TIM-UUID = SPACES
               MOVE "E" TO FAC-REG-ESTADO
               MOVE TIM-ERROR TO FAC-REG-ERROR
               ADD 1 TO WS-TOTAL-RECHAZADAS
           ELSE
               MOVE "T" TO FAC-REG-ESTADO
               MOVE TIM-UUID TO FAC-REG-UUID
               MOVE TIM-FECHA TO FAC-REG-FECHA-TIMBRADO
               MOVE SPACES TO FAC-REG-ERROR
               ADD 1 TO WS-TOTAL-TIMBRADAS
           END-IF.
           REWRITE FAC-REG-DOC.
           INITIALIZE LINEA-TEMP.
           IF FAC-TIMBRADA
               STRING
                   TIM-FOLIO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FAC-REG-CLAVE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FAC-REG-RFC DELIMITED BY SIZE
                   "  TIMBRADA " DELIMITED BY SIZE
                   TIM-FECHA DELIMITED BY SIZE
                   " UUID " DELIMITED BY SIZE
                   TIM-UUID DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               STRING
                   TIM-FOLIO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FAC-REG-CLAVE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FAC-REG-RFC DELIMITED BY SIZE
                   "  **** RECHAZADA POR EL PAC: " DELIMITED BY SIZE
                   TIM-ERROR DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       100510-ESCRIBE-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "FACTURAS TIMBRADAS POR EL PAC - CARGADAS "
                   DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-ESCRIBE-CONTROL.
      *    CIFRA CONTROL: LINEAS DEL PAC = TIMBRADAS + RECHAZADAS +
      *    YA TIMBRADAS ANTES + FOLIOS DESCONOCIDOS.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "LINEAS DEL PAC:         " DELIMITED BY SIZE
               WS-TOTAL-LEIDOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "TIMBRADAS:              " DELIMITED BY SIZE
               WS-TOTAL-TIMBRADAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RECHAZADAS:             " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "YA TIMBRADAS ANTES:     " DELIMITED BY SIZE
               WS-TOTAL-PREVIAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "FOLIOS DESCONOCIDOS:    " DELIMITED BY SIZE
               WS-TOTAL-DESCONOCIDAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           CLOSE REP-IMPORTA.
           DISPLAY "**** TIMBRADAS: " WS-TOTAL-TIMBRADAS
                   "  RECHAZADAS: " WS-TOTAL-RECHAZADAS
                   "; DETALLE EN REP-CFDI-IMPORTA.txt ***".
           EXIT.

       100600-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "CFDI-IMPORTA" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|TIMBRADAS " DELIMITED BY SIZE
               WS-TOTAL-TIMBRADAS DELIMITED BY SIZE
               " RECHAZADAS " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADAS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM CFDI-IMPORTA-DOC.
