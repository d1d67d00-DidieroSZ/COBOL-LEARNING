      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: IMPORT THE BANK'S ANSWER TO A DIRECT-DEBIT LOT
      *          ("domiciliacion-respuesta.txt", ONE LINE PER CHARGE
      *          WITH THE IDENTIFIER SENT BY DOMICILIA-ENVIO-DOC).
      *          ACCEPTED CHARGES POST AN "A" ABONO TO "pagos.txt" AND
      *          GET A RECEIPT FOLIO IN "recibos.txt" PLUS THE
      *          PRINTABLE "RECIBO-<FOLIO>.txt", AS PAGOS-MAKER-DOC
      *          DOES AT THE WINDOW. REJECTED CHARGES GO TO THE REPORT
      *          "REP-DOMICILIA-RESPUESTA.txt" AND TO THE NOTIFICATION
      *          QUEUE WITH THE BANK'S REASON CODE; THREE REJECTIONS IN
      *          A ROW SUSPEND THE FAMILY'S AUTHORIZATION. THE SEND LOG
      *          "domiciliacion-envios.txt" KEEPS THE RESULT, SO
      *          LOADING THE SAME ANSWER TWICE POSTS NOTHING TWICE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOMICILIA-RESPUESTA-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-RESPUESTA ASSIGN TO "domiciliacion-respuesta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RES.
       SELECT DOC-ENVIOS ASSIGN TO "domiciliacion-envios.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DOE.
       SELECT DOC-DOMICILIA ASSIGN TO "domiciliaciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOM-REG-FAMILIA
           FILE STATUS IS WS-STATUS-DOM.
       SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAG.
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
       SELECT DOC-RECIBOS ASSIGN TO "recibos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REC.
       SELECT RECIBO-IMPR ASSIGN TO WS-RECIBO-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMP.
       SELECT REP-RESPUESTA ASSIGN TO "REP-DOMICILIA-RESPUESTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DES.

       DATA DIVISION.
       FILE SECTION.
      *    RESPUESTA DEL BANCO: IDENTIFICADOR DEL CARGO (LOTE +
      *    CONSECUTIVO), "A" ACEPTADO O "R" RECHAZADO, CODIGO DE
      *    MOTIVO DEL RECHAZO, NUMERO DE AUTORIZACION Y FECHA.
           FD DOC-RESPUESTA.
           01 RES-REG.
               05 RES-ID PIC 9(13).
               05 RES-RESULTADO PIC X(01).
                   88 RES-ACEPTADO VALUE "A".
                   88 RES-RECHAZADO VALUE "R".
               05 RES-MOTIVO PIC X(03).
               05 RES-AUTORIZACION PIC X(10).
               05 RES-FECHA PIC 9(08).

           FD DOC-ENVIOS.
           COPY "DOE-REG-DOC.cpy".

           FD DOC-DOMICILIA.
           COPY "DOM-REG-DOC.cpy".

           FD DOC-PAGOS.
           COPY "PAG-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

      *    MISMO REGISTRO DE FOLIOS QUE PAGOS-MAKER-DOC.
           FD DOC-RECIBOS.
           01 REC-REG.
               05 REC-FOLIO PIC 9(06).
               05 REC-CLAVE PIC 9(08).
               05 REC-FECHA PIC 9(08).
               05 REC-HORA PIC X(06).
               05 REC-MONTO PIC 9(06)V99.
               05 REC-CONCEPTO PIC X(20).
               05 REC-OPERADOR PIC X(20).

           FD RECIBO-IMPR.
           01 LINEA-RECIBO PIC X(80).

           FD REP-RESPUESTA.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-RES PIC XX.
               05 WS-STATUS-DOE PIC XX.
               05 WS-STATUS-DOM PIC XX.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-REC PIC XX.
               05 WS-STATUS-IMP PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-MONTO-EDIT PIC ZZZZZ9.99.
               05 WS-IMPORTE-EDIT PIC ZZZZZZZ9.99.
               05 WS-RECIBO-ARCHIVO PIC X(30) VALUE SPACES.
               05 WS-FOLIO PIC 9(06) VALUE ZEROS.
               05 WS-NOMBRE-EST PIC X(40) VALUE SPACES.
               05 WS-MOTIVO PIC X(30) VALUE SPACES.

           01 WS-NOTIFICACION.
               05 WS-NOT-EVENTO PIC X(12).
               05 WS-NOT-MENSAJE PIC X(60).

      *    BITACORA DE ENVIOS COMPLETA EN MEMORIA; AL FINAL SE
      *    REESCRIBE CON LOS RESULTADOS DEL BANCO.
           01 WS-ENVIOS.
               05 WS-ENV-TOTAL PIC 9(04) VALUE ZEROS.
               05 WS-ENV-TABLA OCCURS 3000 TIMES PIC X(111).

           01 WS-CONTADORES.
               05 WS-TOTAL-LEIDOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-ACEPTADOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-RECHAZADOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-PREVIOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-DESCONOCIDOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-SUSPENDIDAS PIC 9(06) VALUE ZEROS.
               05 WS-IMPORTE-TOTAL PIC 9(09)V99 VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-IDX-ENV PIC 9(04).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-RES PIC X VALUE "N".
                   88 FIN-RESPUESTA VALUE "S".
               05 WS-FIN-DOE PIC X VALUE "N".
                   88 FIN-ENVIOS VALUE "S".
               05 WS-FIN-REC PIC X VALUE "N".
                   88 FIN-RECIBOS VALUE "S".
               05 WS-DESBORDE PIC X VALUE "N".
                   88 TABLA-DESBORDADA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           PERFORM 100001-CAPTURA-OPERADOR.
           PERFORM 100010-CARGA-ENVIOS.
           IF WS-ENV-TOTAL = ZEROS
               DISPLAY "**** NO HAY CARGOS ENVIADOS EN "
                       "DOMICILIACION-ENVIOS.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           IF TABLA-DESBORDADA
               DISPLAY "**** LA BITACORA DE ENVIOS EXCEDE 3000 "
                       "LINEAS; CORRIDA CANCELADA ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "¿APLICAR LA RESPUESTA DEL BANCO? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "**** CORRIDA CANCELADA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100050-ABRE-ARCHIVOS.
           PERFORM 100100-PROCESA-RESPUESTA.
           PERFORM 100400-CIERRA-ARCHIVOS.
           PERFORM 100450-REESCRIBE-ENVIOS.
           PERFORM 100500-ESCRIBE-CONTROL.
           PERFORM 100600-AUDITORIA-LOG.
           EXIT.

       100001-CAPTURA-OPERADOR.
           DISPLAY "LOG -- OPERADOR (CAJA): " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           EXIT.

       100010-CARGA-ENVIOS.
           MOVE ZEROS TO WS-ENV-TOTAL.
           OPEN INPUT DOC-ENVIOS.
           IF WS-STATUS-DOE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ENVIOS
               READ DOC-ENVIOS
                   AT END
                       SET FIN-ENVIOS TO TRUE
                   NOT AT END
                       IF WS-ENV-TOTAL < 3000
                           ADD 1 TO WS-ENV-TOTAL
                           MOVE DOE-REG-DOC
                               TO WS-ENV-TABLA(WS-ENV-TOTAL)
                       ELSE
                           SET TABLA-DESBORDADA TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-ENVIOS.
           EXIT.

       100050-ABRE-ARCHIVOS.
           OPEN INPUT DOC-RESPUESTA.
           IF WS-STATUS-RES NOT = "00"
               DISPLAY "**** NO SE ENCONTRO "
                       "DOMICILIACION-RESPUESTA.TXT ***"
               GOBACK
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           PERFORM 100060-ULTIMO-FOLIO.
           OPEN I-O DOC-DOMICILIA.
           OPEN INPUT DOC-EST.
           OPEN EXTEND DOC-PAGOS.
           IF WS-STATUS-PAG = "35"
               OPEN OUTPUT DOC-PAGOS
           END-IF.
           OPEN EXTEND DOC-RECIBOS.
           IF WS-STATUS-REC = "35"
               OPEN OUTPUT DOC-RECIBOS
           END-IF.
           OPEN OUTPUT REP-RESPUESTA.
           PERFORM 100510-ESCRIBE-ENCABEZADO.
           EXIT.

       100060-ULTIMO-FOLIO.
      *    EL FOLIO SE RETOMA DEL MAYOR YA EMITIDO, COMO EN LA CAJA;
      *    DURANTE LA CORRIDA SE SIGUE CONTANDO EN MEMORIA.
           MOVE ZEROS TO WS-FOLIO.
           OPEN INPUT DOC-RECIBOS.
           IF WS-STATUS-REC = "00"
               PERFORM UNTIL FIN-RECIBOS
                   READ DOC-RECIBOS
                       AT END
                           SET FIN-RECIBOS TO TRUE
                       NOT AT END
                           IF REC-FOLIO > WS-FOLIO
                               MOVE REC-FOLIO TO WS-FOLIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-RECIBOS
           END-IF.
           EXIT.

       100100-PROCESA-RESPUESTA.
           PERFORM UNTIL FIN-RESPUESTA
               READ DOC-RESPUESTA
                   AT END
                       SET FIN-RESPUESTA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM 100110-JUZGA-LINEA
               END-READ
           END-PERFORM.
           EXIT.

       100110-JUZGA-LINEA.
           PERFORM 100120-BUSCA-ENVIO.
           IF WS-IDX-ENV > WS-ENV-TOTAL
               ADD 1 TO WS-TOTAL-DESCONOCIDOS
               INITIALIZE LINEA-TEMP
               STRING
                   RES-ID DELIMITED BY SIZE
                   "  **** IDENTIFICADOR NO ENVIADO POR LA ESCUELA"
                       DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENV-TABLA(WS-IDX-ENV) TO DOE-REG-DOC.
      *    UNA RESPUESTA YA APLICADA (RECARGA DEL MISMO ARCHIVO) NO
      *    VUELVE A ABONAR NI A AVISAR.
           IF NOT DOE-ENVIADO
               ADD 1 TO WS-TOTAL-PREVIOS
               EXIT PARAGRAPH
           END-IF.
           MOVE RES-MOTIVO TO DOE-REG-MOTIVO.
           MOVE RES-AUTORIZACION TO DOE-REG-AUTORIZACION.
           MOVE RES-FECHA TO DOE-REG-FECHA-RESPUESTA.
           EVALUATE TRUE
               WHEN RES-ACEPTADO
                   PERFORM 100200-APLICA-ACEPTADO
               WHEN RES-RECHAZADO
                   PERFORM 100300-APLICA-RECHAZO
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-DESCONOCIDOS
                   INITIALIZE LINEA-TEMP
                   STRING
                       RES-ID DELIMITED BY SIZE
                       "  **** RESULTADO NO RECONOCIDO: "
                           DELIMITED BY SIZE
                       RES-RESULTADO DELIMITED BY SIZE
                   INTO LINEA-TEMP
                   WRITE LINEA-TEMP
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE DOE-REG-DOC TO WS-ENV-TABLA(WS-IDX-ENV).
           EXIT.

       100120-BUSCA-ENVIO.
           PERFORM VARYING WS-IDX-ENV FROM 1 BY 1
                   UNTIL WS-IDX-ENV > WS-ENV-TOTAL
                      OR WS-ENV-TABLA(WS-IDX-ENV)(1:13) = RES-ID
               CONTINUE
           END-PERFORM.
           EXIT.

       100200-APLICA-ACEPTADO.
      *    EL ABONO LLEVA EL CONCEPTO DEL CARGO COBRADO; AUTORIZA Y
      *    MOTIVO GUARDAN EL ORIGEN BANCARIO PARA LA CONCILIACION.
           MOVE "A" TO DOE-REG-ESTADO.
           INITIALIZE WS-MOTIVO.
           STRING
               "DOM " DELIMITED BY SIZE
               DOE-REG-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-AUTORIZACION DELIMITED BY SIZE
           INTO WS-MOTIVO.
           INITIALIZE PAG-REG-DOC.
           MOVE DOE-REG-CLAVE TO PAG-REG-CLAVE.
           MOVE "A" TO PAG-REG-TIPO.
           MOVE WS-AUD-FECHA TO PAG-REG-FECHA.
           MOVE DOE-REG-VENCIMIENTO TO PAG-REG-VENCIMIENTO.
           MOVE DOE-REG-MONTO TO PAG-REG-MONTO.
           MOVE DOE-REG-CONCEPTO TO PAG-REG-CONCEPTO.
           MOVE DOE-REG-MONTO TO PAG-REG-MONTO-BRUTO.
           MOVE ZEROS TO PAG-REG-BECA-PCT.
           MOVE "DOMICILIA" TO PAG-REG-AUTORIZA.
           MOVE WS-MOTIVO TO PAG-REG-MOTIVO.
           WRITE PAG-REG-DOC.
           PERFORM 100210-EMITE-RECIBO.
           MOVE WS-FOLIO TO DOE-REG-FOLIO-RECIBO.
           ADD 1 TO WS-TOTAL-ACEPTADOS.
           ADD DOE-REG-MONTO TO WS-IMPORTE-TOTAL.
           MOVE DOE-REG-FAMILIA TO DOM-REG-FAMILIA.
           READ DOC-DOMICILIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZEROS TO DOM-REG-RECHAZOS
                   MOVE WS-AUD-FECHA TO DOM-REG-FECHA-ACTUALIZA
                   REWRITE DOM-REG-DOC
           END-READ.
           MOVE DOE-REG-MONTO TO WS-MONTO-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               DOE-REG-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DOE-REG-CLAVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DOE-REG-CONCEPTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
               "  ACEPTADO AUT " DELIMITED BY SIZE
               RES-AUTORIZACION DELIMITED BY SIZE
               " FOLIO " DELIMITED BY SIZE
               WS-FOLIO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100210-EMITE-RECIBO.
           ADD 1 TO WS-FOLIO.
           ACCEPT WS-AUD-HORA FROM TIME.
           MOVE SPACES TO WS-NOMBRE-EST.
           MOVE DOE-REG-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EST-REG-NOMBRE TO WS-NOMBRE-EST
           END-READ.
           INITIALIZE REC-REG.
           MOVE WS-FOLIO TO REC-FOLIO.
           MOVE DOE-REG-CLAVE TO REC-CLAVE.
           MOVE WS-AUD-FECHA TO REC-FECHA.
           MOVE WS-AUD-HORA(1:6) TO REC-HORA.
           MOVE DOE-REG-MONTO TO REC-MONTO.
           MOVE DOE-REG-CONCEPTO TO REC-CONCEPTO.
           MOVE WS-OPERADOR TO REC-OPERADOR.
           WRITE REC-REG.
           PERFORM 100260-IMPRIME-RECIBO.
           EXIT.

       100260-IMPRIME-RECIBO.
      *    MISMO RECIBO IMPRIMIBLE QUE LA CAJA, CON LA FORMA DE PAGO
      *    EN LUGAR DEL CAJERO.
           INITIALIZE WS-RECIBO-ARCHIVO.
           STRING
               "RECIBO-" DELIMITED BY SIZE
               WS-FOLIO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-RECIBO-ARCHIVO.
           OPEN OUTPUT RECIBO-IMPR.
           INITIALIZE LINEA-RECIBO.
           MOVE ALL "*" TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           INITIALIZE LINEA-RECIBO.
           STRING
               "RECIBO DE PAGO  FOLIO " DELIMITED BY SIZE
               WS-FOLIO DELIMITED BY SIZE
           INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           INITIALIZE LINEA-RECIBO.
           MOVE ALL "*" TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           INITIALIZE LINEA-RECIBO.
           STRING
               "FECHA:    " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
           INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           INITIALIZE LINEA-RECIBO.
           STRING
               "CLAVE:    " DELIMITED BY SIZE
               DOE-REG-CLAVE DELIMITED BY SIZE
           INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           INITIALIZE LINEA-RECIBO.
           STRING
               "ALUMNO:   " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOMBRE-EST) DELIMITED BY SIZE
           INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           INITIALIZE LINEA-RECIBO.
           STRING
               "CONCEPTO: " DELIMITED BY SIZE
               DOE-REG-CONCEPTO DELIMITED BY SIZE
           INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE DOE-REG-MONTO TO WS-MONTO-EDIT.
           INITIALIZE LINEA-RECIBO.
           STRING
               "IMPORTE:  " DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
           INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           INITIALIZE LINEA-RECIBO.
           STRING
               "PAGO:     CARGO DOMICILIADO AUT " DELIMITED BY SIZE
               RES-AUTORIZACION DELIMITED BY SIZE
           INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           CLOSE RECIBO-IMPR.
           EXIT.

       100300-APLICA-RECHAZO.
      *    EL CARGO SIGUE ABIERTO EN PAGOS.TXT Y SE REENVIA EN LA
      *    SIGUIENTE CORRIDA MIENTRAS LA DOMICILIACION SIGA ACTIVA;
      *    AL TERCER RECHAZO SEGUIDO SE SUSPENDE.
           MOVE "R" TO DOE-REG-ESTADO.
           ADD 1 TO WS-TOTAL-RECHAZADOS.
           MOVE DOE-REG-MONTO TO WS-MONTO-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               DOE-REG-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DOE-REG-CLAVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DOE-REG-CONCEPTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
               "  RECHAZADO MOTIVO " DELIMITED BY SIZE
               RES-MOTIVO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           MOVE DOE-REG-FAMILIA TO DOM-REG-FAMILIA.
           READ DOC-DOMICILIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DOM-REG-RECHAZOS < 99
                       ADD 1 TO DOM-REG-RECHAZOS
                   END-IF
                   IF DOM-REG-RECHAZOS >= 3 AND DOM-ACTIVA
                       MOVE "S" TO DOM-REG-ESTATUS
                       ADD 1 TO WS-TOTAL-SUSPENDIDAS
                       MOVE "  DOMICILIACION SUSPENDIDA"
                           TO LINEA-TEMP(96:26)
                   END-IF
                   MOVE WS-AUD-FECHA TO DOM-REG-FECHA-ACTUALIZA
                   REWRITE DOM-REG-DOC
           END-READ.
           WRITE LINEA-TEMP.
           MOVE "DOMICILIA-RE" TO WS-NOT-EVENTO.
           INITIALIZE WS-NOT-MENSAJE.
           STRING
               "CARGO DOMICILIADO RECHAZADO MOTIVO " DELIMITED BY SIZE
               RES-MOTIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DOE-REG-CONCEPTO DELIMITED BY SIZE
           INTO WS-NOT-MENSAJE.
           CALL "NOTIFICA-WRITER" USING
               DOE-REG-CLAVE WS-NOT-EVENTO WS-NOT-MENSAJE.
           EXIT.

       100400-CIERRA-ARCHIVOS.
           CLOSE DOC-RESPUESTA.
           CLOSE DOC-DOMICILIA.
           CLOSE DOC-EST.
           CLOSE DOC-PAGOS.
           CLOSE DOC-RECIBOS.
           EXIT.

       100450-REESCRIBE-ENVIOS.
      *    LA BITACORA SE REGRABA COMPLETA CON LOS ESTADOS NUEVOS.
           OPEN OUTPUT DOC-ENVIOS.
           PERFORM VARYING WS-IDX-ENV FROM 1 BY 1
                   UNTIL WS-IDX-ENV > WS-ENV-TOTAL
               MOVE WS-ENV-TABLA(WS-IDX-ENV) TO DOE-REG-DOC
               WRITE DOE-REG-DOC
           END-PERFORM.
           CLOSE DOC-ENVIOS.
           EXIT.

       100510-ESCRIBE-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RESPUESTA DEL BANCO A CARGOS DOMICILIADOS - CARGADA "
                   DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-ESCRIBE-CONTROL.
      *    CIFRA CONTROL: LINEAS DEL BANCO = ACEPTADAS + RECHAZADAS +
      *    YA APLICADAS + NO RECONOCIDAS.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "LINEAS DEL BANCO:       " DELIMITED BY SIZE
               WS-TOTAL-LEIDOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ACEPTADAS Y ABONADAS:   " DELIMITED BY SIZE
               WS-TOTAL-ACEPTADOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RECHAZADAS:             " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
               "  (SUSPENDIDAS " DELIMITED BY SIZE
               WS-TOTAL-SUSPENDIDAS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "YA APLICADAS ANTES:     " DELIMITED BY SIZE
               WS-TOTAL-PREVIOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "NO RECONOCIDAS:         " DELIMITED BY SIZE
               WS-TOTAL-DESCONOCIDOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE WS-IMPORTE-TOTAL TO WS-IMPORTE-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "IMPORTE ABONADO:        " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-LEIDOS = WS-TOTAL-ACEPTADOS
               + WS-TOTAL-RECHAZADOS + WS-TOTAL-PREVIOS
               + WS-TOTAL-DESCONOCIDOS
               MOVE "CUADRADO: LEIDAS = ACEPTADAS+RECHAZADAS+PREVIAS+NO"
                   TO LINEA-TEMP
           ELSE
               MOVE "**** DESCUADRE CONTRA LA RESPUESTA DEL BANCO ****"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           CLOSE REP-RESPUESTA.
           DISPLAY "**** ACEPTADOS: " WS-TOTAL-ACEPTADOS
                   "  RECHAZADOS: " WS-TOTAL-RECHAZADOS
                   "; CONTROL EN REP-DOMICILIA-RESPUESTA.txt ***".
           EXIT.

       100600-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "DOMICILIA-RESP" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|ACEPTADOS " DELIMITED BY SIZE
               WS-TOTAL-ACEPTADOS DELIMITED BY SIZE
               " RECHAZADOS " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM DOMICILIA-RESPUESTA-DOC.
