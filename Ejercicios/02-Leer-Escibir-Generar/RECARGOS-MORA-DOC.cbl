      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MONTH-END LATE-PAYMENT SURCHARGE BATCH (RECARGOS
      *          MORATORIOS). WALKS THE "C" CARGOS OF "pagos.txt" PER
      *          STUDENT, APPLIES THE STUDENT'S ABONOS TO THE OLDEST
      *          CARGOS FIRST, AND FOR EVERY CARGO STILL UNPAID PAST
      *          PAG-REG-VENCIMIENTO PLUS THE GRACE DAYS POSTS ONE
      *          SURCHARGE CARGO ("RECARGO-AAAAMM") ON THE UNPAID
      *          AMOUNT. RATE AND GRACE COME FROM "parametros.txt";
      *          FAMILIES WITH A CONVENIO VIGENTE (CONVENIO-SEARCH)
      *          ARE SKIPPED. EACH RECARGO CARRIES THE VENCIMIENTO AND
      *          CONCEPTO OF ITS CARGO, SO A SECOND RUN IN THE SAME
      *          MONTH FINDS IT AND DOES NOT CHARGE TWICE. WRITES THE
      *          CONTROL REPORT "REP-RECARGOS.txt" AND ONE LINE IN
      *          "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECARGOS-MORA-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAG.
       SELECT SORT-FILE ASSIGN TO "SORTWK-RECARGO".
       SELECT DOC-PAGOS-ORD ASSIGN TO "RECARGOS-TMP.ord"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.
       SELECT REP-RECARGOS ASSIGN TO "REP-RECARGOS.txt"
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
               05 FILLER PIC X(21).
               05 ORD-MOTIVO PIC X(30).

           FD REP-RECARGOS.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-ORD PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-DIA-CORTE PIC 9(08) VALUE ZEROS.
               05 WS-DIA-VENCE PIC 9(08) VALUE ZEROS.
               05 WS-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
               05 WS-CONVENIO-LK PIC X VALUE "N".
               05 WS-MONTO-EDIT PIC ZZZZZ9.99.
               05 WS-IMPORTE-EDIT PIC ZZZZZZZ9.99.

      *    TASA MENSUAL EN CENTESIMOS DE PUNTO (250 = 2.50% SOBRE LO
      *    VENCIDO) Y DIAS DE GRACIA DESPUES DEL VENCIMIENTO. SIN
      *    TASA CAPTURADA NO SE CORRE: NO SE COBRA UN RECARGO QUE EL
      *    REGLAMENTO NO HAYA FIJADO EN PARAMETROS.TXT.
           01 WS-REGLAS.
               05 WS-TASA PIC 9(05) VALUE ZEROS.
               05 WS-DIAS-GRACIA PIC 9(05) VALUE 10.
               05 WS-TASA-EDIT PIC ZZ9.99.
               05 WS-TASA-PCT PIC 9(03)V99 VALUE ZEROS.

      *    CONCEPTO DE LOS RECARGOS DE ESTE MES; SOLO ESTE MES SE
      *    REVISA CONTRA DOBLE COBRO, EL MES SIGUIENTE EL CARGO QUE
      *    SIGA VENCIDO GENERA SU NUEVO RECARGO.
           01 WS-CONCEPTO-MES.
               05 FILLER PIC X(08) VALUE "RECARGO-".
               05 WS-CONCEPTO-AAAAMM PIC 9(06).
               05 FILLER PIC X(06) VALUE SPACES.

      *    REFERENCIA AL CARGO QUE ORIGINA UN RECARGO; VIAJA EN
      *    PAG-REG-MOTIVO DEL RECARGO.
           01 WS-REFERENCIA.
               05 WS-REF-VENCIMIENTO PIC 9(08).
               05 WS-REF-CONCEPTO PIC X(20).
               05 FILLER PIC X(02) VALUE SPACES.

      *    MOVIMIENTOS DEL ALUMNO EN TURNO: CARGOS EN ORDEN DE
      *    VENCIMIENTO, TOTAL DE CREDITOS Y LAS REFERENCIAS DE LOS
      *    RECARGOS QUE YA SE LE ASENTARON ESTE MES.
           01 WS-ALUMNO.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-CREDITO PIC S9(08)V99 VALUE ZEROS.
               05 WS-PENDIENTE PIC 9(06)V99 VALUE ZEROS.
               05 WS-RECARGO PIC 9(06)V99 VALUE ZEROS.
               05 WS-CONVENIO-REVISADO PIC X VALUE "N".
                   88 CONVENIO-REVISADO VALUE "S".
               05 WS-CONVENIO-ALUMNO PIC X VALUE "N".
                   88 ALUMNO-CON-CONVENIO VALUE "S".
               05 WS-CAR-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-CAR-TABLA OCCURS 300 TIMES.
                   10 WS-CAR-VENCIMIENTO PIC 9(08).
                   10 WS-CAR-MONTO PIC 9(06)V99.
                   10 WS-CAR-CONCEPTO PIC X(20).
               05 WS-REF-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-REF-TABLA OCCURS 300 TIMES PIC X(30).

           01 WS-CONTADORES.
               05 WS-TOTAL-CARGOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-VENCIDOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-RECARGOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-YA-APLICADOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-CONVENIO PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-DESBORDE PIC 9(06) VALUE ZEROS.
               05 WS-IMPORTE-TOTAL PIC 9(09)V99 VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-REF PIC 9(03).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-FIN-ORD PIC X VALUE "N".
                   88 FIN-ORDENADO VALUE "S".
               05 WS-REF-HALLADA PIC X VALUE "N".
                   88 RECARGO-YA-APLICADO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           PERFORM 100001-CAPTURA-OPERADOR.
           PERFORM 100005-LEE-PARAMETROS.
           IF WS-TASA = ZEROS
               DISPLAY "**** NO HAY TASA RECARGO-TASA EN "
                       "PARAMETROS.TXT; CORRIDA CANCELADA ***"
               EXIT PARAGRAPH
           END-IF.
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

       100005-LEE-PARAMETROS.
           MOVE "RECARGO-TASA" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-TASA
           END-IF.
           MOVE "RECARGO-GRAC" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-DIAS-GRACIA
           END-IF.
           COMPUTE WS-TASA-PCT = WS-TASA / 100.
           MOVE WS-TASA-PCT TO WS-TASA-EDIT.
           EXIT.

       100010-CAPTURA-CORRIDA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA(1:6) TO WS-CONCEPTO-AAAAMM.
           COMPUTE WS-DIA-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-AUD-FECHA).
           DISPLAY "TASA MENSUAL: " WS-TASA-EDIT "%   DIAS DE "
                   "GRACIA: " WS-DIAS-GRACIA.
           DISPLAY "¿APLICAR LOS RECARGOS DEL MES "
                   WS-CONCEPTO-AAAAMM "? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           EXIT.

       100050-ABRE-ARCHIVOS.
      *    EL DIARIO SE ORDENA A UN TEMPORAL ANTES DE ABRIRLO EN
      *    EXTEND: LOS RECARGOS NUEVOS SE AGREGAN AL FINAL DE
      *    PAGOS.TXT MIENTRAS SE LEE LA COPIA ORDENADA.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG NOT = "00"
               DISPLAY "**** NO HAY PAGOS.TXT; NADA QUE RECARGAR ***"
               GOBACK
           END-IF.
           CLOSE DOC-PAGOS.
           SORT SORT-FILE
               ON ASCENDING KEY SD-CLAVE SD-VENCIMIENTO
               USING DOC-PAGOS
               GIVING DOC-PAGOS-ORD.
           OPEN INPUT DOC-PAGOS-ORD.
           OPEN EXTEND DOC-PAGOS.
           OPEN OUTPUT REP-RECARGOS.
           PERFORM 100510-ESCRIBE-ENCABEZADO.
           EXIT.

       100100-RECORRE-MOVIMIENTOS.
      *    CORTE DE CONTROL POR CLAVE: SE JUNTAN LOS MOVIMIENTOS DEL
      *    ALUMNO Y AL CAMBIAR DE CLAVE SE JUZGAN SUS CARGOS.
           MOVE ZEROS TO WS-CLAVE.
           PERFORM UNTIL FIN-ORDENADO
               READ DOC-PAGOS-ORD
                   AT END
                       IF WS-CLAVE NOT = ZEROS
                           PERFORM 100300-JUZGA-ALUMNO
                       END-IF
                       SET FIN-ORDENADO TO TRUE
                   NOT AT END
                       IF ORD-CLAVE NOT = WS-CLAVE
                           IF WS-CLAVE NOT = ZEROS
                               PERFORM 100300-JUZGA-ALUMNO
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
           MOVE ZEROS TO WS-REF-TOTAL.
           MOVE "N" TO WS-CONVENIO-REVISADO.
           MOVE "N" TO WS-CONVENIO-ALUMNO.
           EXIT.

       100200-ACUMULA-MOVIMIENTO.
      *    MISMA ARITMETICA QUE PAGOS-SALDO-SEARCH: "A" Y "R" PAGAN,
      *    "D" REGRESA EL DINERO Y VUELVE A DEBERSE. LOS RECARGOS
      *    TAMBIEN SON CARGOS Y CONSUMEN ABONOS EN SU TURNO, PERO
      *    NUNCA GENERAN RECARGO SOBRE RECARGO.
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
                   IF ORD-CONCEPTO = WS-CONCEPTO-MES
                       AND WS-REF-TOTAL < 300
                       ADD 1 TO WS-REF-TOTAL
                       MOVE ORD-MOTIVO TO WS-REF-TABLA(WS-REF-TOTAL)
                   END-IF
               WHEN "D"
                   SUBTRACT ORD-MONTO FROM WS-CREDITO
               WHEN OTHER
                   ADD ORD-MONTO TO WS-CREDITO
           END-EVALUATE.
           EXIT.

       100300-JUZGA-ALUMNO.
           IF WS-CREDITO < ZEROS
               MOVE ZEROS TO WS-CREDITO
           END-IF.
           PERFORM 100310-JUZGA-CARGO
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CAR-TOTAL.
           EXIT.

       100310-JUZGA-CARGO.
      *    LOS ABONOS SE APLICAN AL CARGO MAS VIEJO PRIMERO; LO QUE
      *    QUEDA SIN CUBRIR ES LO VENCIDO DE ESTE CARGO.
           IF WS-CREDITO >= WS-CAR-MONTO(WS-IDX)
               SUBTRACT WS-CAR-MONTO(WS-IDX) FROM WS-CREDITO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PENDIENTE = WS-CAR-MONTO(WS-IDX) - WS-CREDITO.
           MOVE ZEROS TO WS-CREDITO.
           IF WS-CAR-CONCEPTO(WS-IDX)(1:8) = "RECARGO-"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-CARGOS.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAR-VENCIMIENTO(WS-IDX))
               NOT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DIA-VENCE =
               FUNCTION INTEGER-OF-DATE(WS-CAR-VENCIMIENTO(WS-IDX)).
           IF WS-DIA-VENCE + WS-DIAS-GRACIA >= WS-DIA-CORTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-VENCIDOS.
           COMPUTE WS-DIAS-ATRASO = WS-DIA-CORTE - WS-DIA-VENCE.
           MOVE WS-CAR-VENCIMIENTO(WS-IDX) TO WS-REF-VENCIMIENTO.
           MOVE WS-CAR-CONCEPTO(WS-IDX) TO WS-REF-CONCEPTO.
           PERFORM 100320-BUSCA-RECARGO-MES.
           IF RECARGO-YA-APLICADO
               ADD 1 TO WS-TOTAL-YA-APLICADOS
               EXIT PARAGRAPH
           END-IF.
      *    UN CONVENIO VIGENTE Y AL CORRIENTE CONGELA LOS RECARGOS,
      *    IGUAL QUE LIBERA EL CANDADO DE INSCRIPCION.
           IF NOT CONVENIO-REVISADO
               SET CONVENIO-REVISADO TO TRUE
               MOVE "N" TO WS-CONVENIO-LK
               CALL "CONVENIO-SEARCH" USING
                   WS-CLAVE WS-AUD-FECHA WS-CONVENIO-LK
               IF WS-CONVENIO-LK = "V"
                   SET ALUMNO-CON-CONVENIO TO TRUE
               END-IF
           END-IF.
           IF ALUMNO-CON-CONVENIO
               ADD 1 TO WS-TOTAL-CONVENIO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RECARGO ROUNDED =
               WS-PENDIENTE * WS-TASA / 10000.
           IF WS-RECARGO > ZEROS
               PERFORM 100330-ESCRIBE-RECARGO
           END-IF.
           EXIT.

       100320-BUSCA-RECARGO-MES.
           MOVE "N" TO WS-REF-HALLADA.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > WS-REF-TOTAL
                      OR RECARGO-YA-APLICADO
               IF WS-REF-TABLA(WS-IDX-REF) = WS-REFERENCIA
                   SET RECARGO-YA-APLICADO TO TRUE
               END-IF
           END-PERFORM.
           EXIT.

       100330-ESCRIBE-RECARGO.
      *    EL RECARGO VENCE EL DIA DE LA CORRIDA; EL MOTIVO LLEVA LA
      *    REFERENCIA AL CARGO Y AUTORIZA EL NOMBRE DEL LOTE.
           INITIALIZE PAG-REG-DOC.
           MOVE WS-CLAVE TO PAG-REG-CLAVE.
           MOVE "C" TO PAG-REG-TIPO.
           MOVE WS-AUD-FECHA TO PAG-REG-FECHA.
           MOVE WS-AUD-FECHA TO PAG-REG-VENCIMIENTO.
           MOVE WS-RECARGO TO PAG-REG-MONTO.
           MOVE WS-CONCEPTO-MES TO PAG-REG-CONCEPTO.
           MOVE WS-RECARGO TO PAG-REG-MONTO-BRUTO.
           MOVE ZEROS TO PAG-REG-BECA-PCT.
           MOVE "RECARGOS" TO PAG-REG-AUTORIZA.
           MOVE WS-REFERENCIA TO PAG-REG-MOTIVO.
           WRITE PAG-REG-DOC.
           ADD 1 TO WS-TOTAL-RECARGOS.
           ADD WS-RECARGO TO WS-IMPORTE-TOTAL.
           MOVE WS-PENDIENTE TO WS-MONTO-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               WS-CLAVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REF-CONCEPTO DELIMITED BY SIZE
               " VENCE " DELIMITED BY SIZE
               WS-REF-VENCIMIENTO DELIMITED BY SIZE
               " ATRASO " DELIMITED BY SIZE
               WS-DIAS-ATRASO DELIMITED BY SIZE
               " DIAS  PENDIENTE " DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           MOVE WS-RECARGO TO WS-MONTO-EDIT.
           STRING
               "  RECARGO " DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP(100:33).
           WRITE LINEA-TEMP.
           EXIT.

       100400-CIERRA-ARCHIVOS.
           CLOSE DOC-PAGOS-ORD.
           CLOSE DOC-PAGOS.
           EXIT.

       100510-ESCRIBE-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RECARGOS MORATORIOS DEL MES " DELIMITED BY SIZE
               WS-CONCEPTO-AAAAMM DELIMITED BY SIZE
               " - CORRIDA DEL " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               " - TASA " DELIMITED BY SIZE
               WS-TASA-EDIT DELIMITED BY SIZE
               "% - GRACIA " DELIMITED BY SIZE
               WS-DIAS-GRACIA DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-ESCRIBE-CONTROL.
      *    CIFRA CONTROL: CARGOS VENCIDOS = RECARGOS ASENTADOS + YA
      *    APLICADOS ESTE MES + OMITIDOS POR CONVENIO (UN RECARGO
      *    QUE REDONDEA A CERO TAMBIEN DESCUADRA, Y SE VE AQUI).
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CARGOS CON SALDO:       " DELIMITED BY SIZE
               WS-TOTAL-CARGOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "VENCIDOS TRAS GRACIA:   " DELIMITED BY SIZE
               WS-TOTAL-VENCIDOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RECARGOS ASENTADOS:     " DELIMITED BY SIZE
               WS-TOTAL-RECARGOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "YA APLICADOS ESTE MES:  " DELIMITED BY SIZE
               WS-TOTAL-YA-APLICADOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "OMITIDOS POR CONVENIO:  " DELIMITED BY SIZE
               WS-TOTAL-CONVENIO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF WS-TOTAL-DESBORDE > ZEROS
               INITIALIZE LINEA-TEMP
               STRING
                   "**** CARGOS FUERA DE LA TABLA POR ALUMNO: "
                       DELIMITED BY SIZE
                   WS-TOTAL-DESBORDE DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           MOVE WS-IMPORTE-TOTAL TO WS-IMPORTE-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "IMPORTE TOTAL:          " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-VENCIDOS = WS-TOTAL-RECARGOS
               + WS-TOTAL-YA-APLICADOS + WS-TOTAL-CONVENIO
               MOVE "CUADRADO: VENCIDOS = ASENTADOS+PREVIOS+CONVENIO"
                   TO LINEA-TEMP
           ELSE
               MOVE "**** DESCUADRE CONTRA LOS CARGOS VENCIDOS ****"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           CLOSE REP-RECARGOS.
           DISPLAY "**** RECARGOS ASENTADOS: " WS-TOTAL-RECARGOS
                   "; CONTROL EN REP-RECARGOS.txt ***".
           EXIT.

       100600-AUDITORIA-LOG.
      *    UNA LINEA POR CORRIDA EN LA BITACORA COMPARTIDA, CON EL
      *    TOTAL DE RECARGOS E IMPORTE.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "RECARGOS-MORA" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|MES " DELIMITED BY SIZE
               WS-CONCEPTO-AAAAMM DELIMITED BY SIZE
               " RECARGOS " DELIMITED BY SIZE
               WS-TOTAL-RECARGOS DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM RECARGOS-MORA-DOC.
