      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: DIRECT-DEBIT SEND BATCH (DOMICILIACION). WALKS THE
      *          "C" CARGOS OF "pagos.txt" PER STUDENT, APPLIES THE
      *          ABONOS TO THE OLDEST CARGOS FIRST, AND FOR EVERY CARGO
      *          ALREADY DUE AND STILL OPEN WHOSE FAMILY HAS AN ACTIVE
      *          AUTHORIZATION IN "domiciliaciones.txt" WRITES ONE
      *          CHARGE LINE FOR THE BANK IN "DOMICILIA-AAAAMMDD.txt"
      *          (DETALLE "D" + TOTAL "T"). EACH CHARGE SENT IS LOGGED
      *          IN "domiciliacion-envios.txt" SO A CARGO WAITING FOR
      *          THE BANK OR ALREADY PAID IS NEVER SENT TWICE; A CARGO
      *          THE BANK REJECTED GOES AGAIN ON THE NEXT RUN WHILE THE
      *          AUTHORIZATION STAYS ACTIVE. WRITES THE CONTROL REPORT
      *          "REP-DOMICILIA-ENVIO.txt" AND ONE LINE IN
      *          "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOMICILIA-ENVIO-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAG.
       SELECT SORT-FILE ASSIGN TO "SORTWK-DOMICILIA".
       SELECT DOC-PAGOS-ORD ASSIGN TO "DOMICILIA-TMP.ord"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.
       SELECT DOC-DOMICILIA ASSIGN TO "domiciliaciones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOM-REG-FAMILIA
           FILE STATUS IS WS-STATUS-DOM.
       SELECT DOC-ENVIOS ASSIGN TO "domiciliacion-envios.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DOE.
       SELECT DOC-BANCO ASSIGN TO WS-BANCO-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BCO.
       SELECT REP-ENVIO ASSIGN TO "REP-DOMICILIA-ENVIO.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DES.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-PAGOS.
           COPY "PAG-REG-DOC.cpy".

      *    LLAVES DE ORDEN EN LAS MISMAS POSICIONES DE PAG-REG-DOC:
      *    CLAVE Y VENCIMIENTO, PARA APLICAR LOS ABONOS AL CARGO MAS
      *    VIEJO PRIMERO.
           SD SORT-FILE.
           01 SD-PAG-REG.
               05 SD-CLAVE PIC 9(08).
               05 SD-TIPO PIC X(01).
               05 SD-FECHA PIC 9(08).
               05 SD-VENCIMIENTO PIC 9(08).
               05 FILLER PIC X(79).

           FD DOC-PAGOS-ORD.
           01 ORD-PAG-REG.
               05 ORD-CLAVE PIC 9(08).
               05 ORD-TIPO PIC X(01).
               05 ORD-FECHA PIC 9(08).
               05 ORD-VENCIMIENTO PIC 9(08).
               05 ORD-MONTO PIC 9(06)V99.
               05 ORD-CONCEPTO PIC X(20).
               05 FILLER PIC X(51).

           FD DOC-DOMICILIA.
           COPY "DOM-REG-DOC.cpy".

           FD DOC-ENVIOS.
           COPY "DOE-REG-DOC.cpy".

      *    ARCHIVO DE CARGOS PARA EL BANCO: UN DETALLE "D" POR CARGO
      *    Y UN REGISTRO FINAL "T" CON EL NUMERO DE CARGOS Y EL
      *    IMPORTE TOTAL DEL LOTE.
           FD DOC-BANCO.
           01 BCO-DETALLE.
               05 BCO-TIPO-REG PIC X(01).
               05 BCO-ID PIC 9(13).
               05 BCO-REFERENCIA PIC X(20).
               05 BCO-TIPO-CUENTA PIC X(01).
               05 BCO-TITULAR PIC X(40).
               05 BCO-MONTO PIC 9(08)V99.
           01 BCO-TOTAL.
               05 BCO-TOT-TIPO-REG PIC X(01).
               05 BCO-TOT-LOTE PIC 9(08).
               05 BCO-TOT-CARGOS PIC 9(06).
               05 BCO-TOT-IMPORTE PIC 9(10)V99.
               05 FILLER PIC X(58).

           FD REP-ENVIO.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-ORD PIC XX.
               05 WS-STATUS-DOM PIC XX.
               05 WS-STATUS-DOE PIC XX.
               05 WS-STATUS-BCO PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-MONTO-EDIT PIC ZZZZZ9.99.
               05 WS-IMPORTE-EDIT PIC ZZZZZZZ9.99.
               05 WS-FAMILIA PIC 9(06) VALUE ZEROS.
               05 WS-MIEMBROS PIC 9(02) VALUE ZEROS.
               05 WS-FAMILIA-ENC PIC X VALUE "N".
                   88 FAMILIA-ENCONTRADA VALUE "S".
               05 WS-CONSEC PIC 9(05) VALUE ZEROS.

           01 WS-BANCO-ARCHIVO.
               05 FILLER PIC X(10) VALUE "DOMICILIA-".
               05 WS-BANCO-LOTE PIC 9(08).
               05 FILLER PIC X(04) VALUE ".txt".

      *    LLAVE DEL CARGO (CLAVE + VENCIMIENTO + CONCEPTO) CON LA QUE
      *    SE BUSCA EN LA BITACORA DE ENVIOS.
           01 WS-LLAVE-CARGO.
               05 WS-LLAVE-CLAVE PIC 9(08).
               05 WS-LLAVE-VENCIMIENTO PIC 9(08).
               05 WS-LLAVE-CONCEPTO PIC X(20).

      *    ENVIOS PREVIOS: LA ULTIMA LINEA DE CADA CARGO MANDA, ASI
      *    UN RECHAZO SEGUIDO DE UN REENVIO QUEDA COMO ENVIADO.
           01 WS-ENVIOS.
               05 WS-ENV-TOTAL PIC 9(04) VALUE ZEROS.
               05 WS-ENV-TABLA OCCURS 3000 TIMES.
                   10 WS-ENV-LLAVE PIC X(36).
                   10 WS-ENV-ESTADO PIC X(01).

      *    MOVIMIENTOS DEL ALUMNO EN TURNO: CARGOS EN ORDEN DE
      *    VENCIMIENTO Y TOTAL DE CREDITOS.
           01 WS-ALUMNO.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-CREDITO PIC S9(08)V99 VALUE ZEROS.
               05 WS-PENDIENTE PIC 9(06)V99 VALUE ZEROS.
               05 WS-DOM-REVISADA PIC X VALUE "N".
                   88 DOMICILIACION-REVISADA VALUE "S".
               05 WS-DOM-ALUMNO PIC X VALUE "N".
                   88 ALUMNO-DOMICILIADO VALUE "S".
               05 WS-CAR-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-CAR-TABLA OCCURS 300 TIMES.
                   10 WS-CAR-VENCIMIENTO PIC 9(08).
                   10 WS-CAR-MONTO PIC 9(06)V99.
                   10 WS-CAR-CONCEPTO PIC X(20).

           01 WS-CONTADORES.
               05 WS-TOTAL-VENCIDOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-ENVIADOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-EN-ESPERA PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-REENVIOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-DESBORDE PIC 9(06) VALUE ZEROS.
               05 WS-IMPORTE-TOTAL PIC 9(09)V99 VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-ENV PIC 9(04).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-ORD PIC X VALUE "N".
                   88 FIN-ORDENADO VALUE "S".
               05 WS-FIN-DOE PIC X VALUE "N".
                   88 FIN-ENVIOS VALUE "S".
               05 WS-ENV-ESTADO-HALLADO PIC X VALUE SPACES.
                   88 CARGO-SIN-ENVIO VALUE SPACES.
                   88 CARGO-RECHAZADO VALUE "R".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           PERFORM 100001-CAPTURA-OPERADOR.
           PERFORM 100010-CAPTURA-CORRIDA.
           IF WS-CONFIRMA = "S"
               PERFORM 100050-ABRE-ARCHIVOS
               PERFORM 100100-RECORRE-MOVIMIENTOS
               PERFORM 100400-CIERRA-ARCHIVOS
               PERFORM 100500-ESCRIBE-CONTROL
               PERFORM 100600-AUDITORIA-LOG
           ELSE
               DISPLAY "**** CORRIDA CANCELADA ***"
           END-IF.
           EXIT.

       100001-CAPTURA-OPERADOR.
           DISPLAY "LOG -- OPERADOR (CAJA): " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           EXIT.

       100010-CAPTURA-CORRIDA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA TO WS-BANCO-LOTE.
           DISPLAY "¿GENERAR EL ARCHIVO DE CARGOS DOMICILIADOS "
                   WS-BANCO-ARCHIVO "? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           EXIT.

       100050-ABRE-ARCHIVOS.
           OPEN INPUT DOC-DOMICILIA.
           IF WS-STATUS-DOM NOT = "00"
               DISPLAY "**** NO HAY DOMICILIACIONES.TXT; NINGUNA "
                       "FAMILIA DOMICILIADA ***"
               GOBACK
           END-IF.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG NOT = "00"
               CLOSE DOC-DOMICILIA
               DISPLAY "**** NO HAY PAGOS.TXT; NADA QUE COBRAR ***"
               GOBACK
           END-IF.
           CLOSE DOC-PAGOS.
           PERFORM 100060-CARGA-ENVIOS.
           SORT SORT-FILE
               ON ASCENDING KEY SD-CLAVE SD-VENCIMIENTO
               USING DOC-PAGOS
               GIVING DOC-PAGOS-ORD.
           OPEN INPUT DOC-PAGOS-ORD.
           OPEN EXTEND DOC-ENVIOS.
           IF WS-STATUS-DOE = "35"
               OPEN OUTPUT DOC-ENVIOS
           END-IF.
           OPEN OUTPUT DOC-BANCO.
           OPEN OUTPUT REP-ENVIO.
           PERFORM 100510-ESCRIBE-ENCABEZADO.
           EXIT.

       100060-CARGA-ENVIOS.
      *    LA BITACORA SE LEE COMPLETA ANTES DE AGREGARLE LINEAS; EL
      *    CONSECUTIVO DEL LOTE SIGUE AL MAYOR YA USADO HOY, ASI UNA
      *    SEGUNDA CORRIDA EN EL DIA NO REPITE IDENTIFICADORES.
           MOVE ZEROS TO WS-ENV-TOTAL.
           MOVE ZEROS TO WS-CONSEC.
           OPEN INPUT DOC-ENVIOS.
           IF WS-STATUS-DOE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ENVIOS
               READ DOC-ENVIOS
                   AT END
                       SET FIN-ENVIOS TO TRUE
                   NOT AT END
                       PERFORM 100070-GUARDA-ENVIO
               END-READ
           END-PERFORM.
           CLOSE DOC-ENVIOS.
           EXIT.

       100070-GUARDA-ENVIO.
           IF DOE-REG-LOTE = WS-BANCO-LOTE
               AND DOE-REG-CONSEC > WS-CONSEC
               MOVE DOE-REG-CONSEC TO WS-CONSEC
           END-IF.
           MOVE DOE-REG-CLAVE TO WS-LLAVE-CLAVE.
           MOVE DOE-REG-VENCIMIENTO TO WS-LLAVE-VENCIMIENTO.
           MOVE DOE-REG-CONCEPTO TO WS-LLAVE-CONCEPTO.
           PERFORM 100330-BUSCA-ENVIO.
           IF WS-IDX-ENV > WS-ENV-TOTAL
               IF WS-ENV-TOTAL < 3000
                   ADD 1 TO WS-ENV-TOTAL
                   MOVE WS-ENV-TOTAL TO WS-IDX-ENV
               ELSE
                   ADD 1 TO WS-TOTAL-DESBORDE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-LLAVE-CARGO TO WS-ENV-LLAVE(WS-IDX-ENV).
           MOVE DOE-REG-ESTADO TO WS-ENV-ESTADO(WS-IDX-ENV).
           EXIT.

       100100-RECORRE-MOVIMIENTOS.
      *    CORTE DE CONTROL POR CLAVE: SE JUNTAN LOS MOVIMIENTOS DEL
      *    ALUMNO Y AL CAMBIAR DE CLAVE SE REVISAN SUS CARGOS.
           MOVE ZEROS TO WS-CLAVE.
           PERFORM UNTIL FIN-ORDENADO
               READ DOC-PAGOS-ORD
                   AT END
                       IF WS-CLAVE NOT = ZEROS
                           PERFORM 100300-REVISA-ALUMNO
                       END-IF
                       SET FIN-ORDENADO TO TRUE
                   NOT AT END
                       IF ORD-CLAVE NOT = WS-CLAVE
                           IF WS-CLAVE NOT = ZEROS
                               PERFORM 100300-REVISA-ALUMNO
                           END-IF
                           PERFORM 100110-INICIA-ALUMNO
                       END-IF
                       PERFORM 100200-ACUMULA-MOVIMIENTO
               END-READ
           END-PERFORM.
           EXIT.

       100110-INICIA-ALUMNO.
           MOVE ORD-CLAVE TO WS-CLAVE.
           MOVE ZEROS TO WS-CREDITO.
           MOVE ZEROS TO WS-CAR-TOTAL.
           MOVE "N" TO WS-DOM-REVISADA.
           MOVE "N" TO WS-DOM-ALUMNO.
           EXIT.

       100200-ACUMULA-MOVIMIENTO.
      *    MISMA ARITMETICA QUE PAGOS-SALDO-SEARCH: "A" Y "R" PAGAN,
      *    "D" REGRESA EL DINERO Y VUELVE A DEBERSE.
           EVALUATE ORD-TIPO
               WHEN "C"
                   IF WS-CAR-TOTAL < 300
                       ADD 1 TO WS-CAR-TOTAL
                       MOVE ORD-VENCIMIENTO
                           TO WS-CAR-VENCIMIENTO(WS-CAR-TOTAL)
                       MOVE ORD-MONTO TO WS-CAR-MONTO(WS-CAR-TOTAL)
                       MOVE ORD-CONCEPTO
                           TO WS-CAR-CONCEPTO(WS-CAR-TOTAL)
                   ELSE
                       ADD 1 TO WS-TOTAL-DESBORDE
                   END-IF
               WHEN "D"
                   SUBTRACT ORD-MONTO FROM WS-CREDITO
               WHEN OTHER
                   ADD ORD-MONTO TO WS-CREDITO
           END-EVALUATE.
           EXIT.

       100300-REVISA-ALUMNO.
           IF WS-CREDITO < ZEROS
               MOVE ZEROS TO WS-CREDITO
           END-IF.
           PERFORM 100310-REVISA-CARGO
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CAR-TOTAL.
           EXIT.

       100310-REVISA-CARGO.
      *    LOS ABONOS SE APLICAN AL CARGO MAS VIEJO PRIMERO; LO QUE
      *    QUEDA SIN CUBRIR ES LO QUE SE LE PIDE AL BANCO.
           IF WS-CREDITO >= WS-CAR-MONTO(WS-IDX)
               SUBTRACT WS-CAR-MONTO(WS-IDX) FROM WS-CREDITO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PENDIENTE = WS-CAR-MONTO(WS-IDX) - WS-CREDITO.
           MOVE ZEROS TO WS-CREDITO.
           IF WS-CAR-VENCIMIENTO(WS-IDX) > WS-AUD-FECHA
               EXIT PARAGRAPH
           END-IF.
           IF NOT DOMICILIACION-REVISADA
               PERFORM 100320-BUSCA-DOMICILIACION
           END-IF.
           IF NOT ALUMNO-DOMICILIADO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-VENCIDOS.
           MOVE WS-CLAVE TO WS-LLAVE-CLAVE.
           MOVE WS-CAR-VENCIMIENTO(WS-IDX) TO WS-LLAVE-VENCIMIENTO.
           MOVE WS-CAR-CONCEPTO(WS-IDX) TO WS-LLAVE-CONCEPTO.
           PERFORM 100330-BUSCA-ENVIO.
           MOVE SPACES TO WS-ENV-ESTADO-HALLADO.
           IF WS-IDX-ENV NOT > WS-ENV-TOTAL
               MOVE WS-ENV-ESTADO(WS-IDX-ENV) TO WS-ENV-ESTADO-HALLADO
           END-IF.
           EVALUATE TRUE
               WHEN CARGO-SIN-ENVIO
                   PERFORM 100340-ESCRIBE-CARGO
               WHEN CARGO-RECHAZADO
                   ADD 1 TO WS-TOTAL-REENVIOS
                   PERFORM 100340-ESCRIBE-CARGO
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-EN-ESPERA
           END-EVALUATE.
           EXIT.

       100320-BUSCA-DOMICILIACION.
      *    UNA SOLA BUSQUEDA POR ALUMNO: FAMILIA Y AUTORIZACION
      *    ACTIVA CON FECHA DE FIRMA NO POSTERIOR A LA CORRIDA.
           SET DOMICILIACION-REVISADA TO TRUE.
           MOVE "N" TO WS-FAMILIA-ENC.
           CALL "FAMILIA-SEARCH" USING
               WS-CLAVE WS-FAMILIA WS-MIEMBROS WS-FAMILIA-ENC.
           IF NOT FAMILIA-ENCONTRADA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FAMILIA TO DOM-REG-FAMILIA.
           READ DOC-DOMICILIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DOM-ACTIVA
                       AND DOM-REG-FECHA-AUTORIZA NOT > WS-AUD-FECHA
                       SET ALUMNO-DOMICILIADO TO TRUE
                   END-IF
           END-READ.
           EXIT.

       100330-BUSCA-ENVIO.
           PERFORM VARYING WS-IDX-ENV FROM 1 BY 1
                   UNTIL WS-IDX-ENV > WS-ENV-TOTAL
                      OR WS-ENV-LLAVE(WS-IDX-ENV) = WS-LLAVE-CARGO
               CONTINUE
           END-PERFORM.
           EXIT.

       100340-ESCRIBE-CARGO.
           ADD 1 TO WS-CONSEC.
           INITIALIZE DOE-REG-DOC.
           MOVE WS-BANCO-LOTE TO DOE-REG-LOTE.
           MOVE WS-CONSEC TO DOE-REG-CONSEC.
           MOVE WS-FAMILIA TO DOE-REG-FAMILIA.
           MOVE WS-CLAVE TO DOE-REG-CLAVE.
           MOVE WS-CAR-VENCIMIENTO(WS-IDX) TO DOE-REG-VENCIMIENTO.
           MOVE WS-CAR-CONCEPTO(WS-IDX) TO DOE-REG-CONCEPTO.
           MOVE WS-PENDIENTE TO DOE-REG-MONTO.
           MOVE DOM-REG-REFERENCIA TO DOE-REG-REFERENCIA.
           MOVE "E" TO DOE-REG-ESTADO.
           WRITE DOE-REG-DOC.
           INITIALIZE BCO-DETALLE.
           MOVE "D" TO BCO-TIPO-REG.
           MOVE DOE-REG-ID TO BCO-ID.
           MOVE DOM-REG-REFERENCIA TO BCO-REFERENCIA.
           MOVE DOM-REG-TIPO-CUENTA TO BCO-TIPO-CUENTA.
           MOVE DOM-REG-TITULAR TO BCO-TITULAR.
           MOVE WS-PENDIENTE TO BCO-MONTO.
           WRITE BCO-DETALLE.
           ADD 1 TO WS-TOTAL-ENVIADOS.
           ADD WS-PENDIENTE TO WS-IMPORTE-TOTAL.
           MOVE WS-PENDIENTE TO WS-MONTO-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               DOE-REG-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               " FAM " DELIMITED BY SIZE
               WS-FAMILIA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CAR-CONCEPTO(WS-IDX) DELIMITED BY SIZE
               " VENCE " DELIMITED BY SIZE
               WS-CAR-VENCIMIENTO(WS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DOM-REG-TIPO-CUENTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DOM-REG-REFERENCIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           IF CARGO-RECHAZADO
               MOVE "REENVIO" TO LINEA-TEMP(122:7)
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       100400-CIERRA-ARCHIVOS.
           INITIALIZE BCO-TOTAL.
           MOVE "T" TO BCO-TOT-TIPO-REG.
           MOVE WS-BANCO-LOTE TO BCO-TOT-LOTE.
           MOVE WS-TOTAL-ENVIADOS TO BCO-TOT-CARGOS.
           MOVE WS-IMPORTE-TOTAL TO BCO-TOT-IMPORTE.
           WRITE BCO-TOTAL.
           CLOSE DOC-BANCO.
           CLOSE DOC-ENVIOS.
           CLOSE DOC-PAGOS-ORD.
           CLOSE DOC-DOMICILIA.
           EXIT.

       100510-ESCRIBE-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CARGOS DOMICILIADOS - LOTE " DELIMITED BY SIZE
               WS-BANCO-LOTE DELIMITED BY SIZE
               " - ARCHIVO " DELIMITED BY SIZE
               WS-BANCO-ARCHIVO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-ESCRIBE-CONTROL.
      *    CIFRA CONTROL: CARGOS DOMICILIADOS VENCIDOS = ENVIADOS HOY
      *    + EN ESPERA DE RESPUESTA O YA PAGADOS POR EL BANCO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CARGOS DOMICILIADOS:    " DELIMITED BY SIZE
               WS-TOTAL-VENCIDOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ENVIADOS AL BANCO:      " DELIMITED BY SIZE
               WS-TOTAL-ENVIADOS DELIMITED BY SIZE
               "  (REENVIOS " DELIMITED BY SIZE
               WS-TOTAL-REENVIOS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ENVIADOS ANTES:         " DELIMITED BY SIZE
               WS-TOTAL-EN-ESPERA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF WS-TOTAL-DESBORDE > ZEROS
               INITIALIZE LINEA-TEMP
               STRING
                   "**** CARGOS O ENVIOS FUERA DE TABLA: "
                       DELIMITED BY SIZE
                   WS-TOTAL-DESBORDE DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           MOVE WS-IMPORTE-TOTAL TO WS-IMPORTE-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "IMPORTE DEL LOTE:       " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-VENCIDOS = WS-TOTAL-ENVIADOS
               + WS-TOTAL-EN-ESPERA
               MOVE "CUADRADO: DOMICILIADOS = ENVIADOS + ENVIADOS ANTES"
                   TO LINEA-TEMP
           ELSE
               MOVE "**** DESCUADRE CONTRA LOS CARGOS DOMICILIADOS ****"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           CLOSE REP-ENVIO.
           DISPLAY "**** CARGOS ENVIADOS: " WS-TOTAL-ENVIADOS
                   " EN " WS-BANCO-ARCHIVO
                   "; CONTROL EN REP-DOMICILIA-ENVIO.txt ***".
           EXIT.

       100600-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "DOMICILIA-ENVIO" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|LOTE " DELIMITED BY SIZE
               WS-BANCO-LOTE DELIMITED BY SIZE
               " CARGOS " DELIMITED BY SIZE
               WS-TOTAL-ENVIADOS DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM DOMICILIA-ENVIO-DOC.
