      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: CASHIER EXCEPTION REPORT FOR INTERNAL CONTROL,
      *          "REP-CAJA-EXCEPCIONES.txt". THE CORTE DE CAJA PROVES
      *          TOTALS; THIS REPORT LOOKS AT BEHAVIOR OVER A PERIOD,
      *          CRUZANDO "pagos.txt", EL REGISTRO DE FOLIOS
      *          "recibos.txt" Y LAS LINEAS PAGOS-MAKER DE
      *          "auditoria.txt" (QUE TRAEN CAJERO Y HORA):
      *            - ABONOS IDENTICOS (CLAVE, MONTO Y FECHA) DOS VECES
      *            - SALTOS O REPETICION EN LOS FOLIOS DE RECIBO
      *            - DEVOLUCIONES (D) Y CORRECCIONES (R) AUTORIZADAS
      *              POR EL MISMO USUARIO QUE CAPTURO EL ORIGINAL
      *            - MOVIMIENTOS FUERA DEL HORARIO DE CAJA
      *              (CAJA-ABRE / CAJA-CIERRA EN "parametros.txt")
      *            - ABONOS DEVUELTOS EL MISMO DIA POR EL MISMO CAJERO
      *          CADA EXCEPCION LLEVA OPERADOR Y FOLIO DE RECIBO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJA-EXCEPCIONES-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-PAG.

               SELECT AUDITORIA ASSIGN TO "auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-AUD.

               SELECT DOC-RECIBOS ASSIGN TO "recibos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-REC.

               SELECT SORT-FILE ASSIGN TO "SORTWK-EXCEPCIONES".

               SELECT DOC-RECIBOS-ORD ASSIGN TO "EXCEPCIONES-TMP.ord"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-ORD.

               SELECT REP-EXCEPCIONES
                   ASSIGN TO "REP-CAJA-EXCEPCIONES.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-PAGOS.
               COPY "PAG-REG-DOC.cpy".

           FD AUDITORIA.
               01 LINEA-AUDITORIA PIC X(132).

           FD DOC-RECIBOS.
      *    MISMO REGISTRO DE FOLIOS QUE ESCRIBE PAGOS-MAKER-DOC.
               01 REC-REG.
                   05 REC-FOLIO PIC 9(06).
                   05 REC-CLAVE PIC 9(08).
                   05 REC-FECHA PIC 9(08).
                   05 REC-HORA PIC X(06).
                   05 REC-MONTO PIC 9(06)V99.
                   05 REC-CONCEPTO PIC X(20).
                   05 REC-OPERADOR PIC X(20).

           SD SORT-FILE.
               01 SD-REC-REG.
                   05 SD-FOLIO PIC 9(06).
                   05 SD-CLAVE PIC 9(08).
                   05 SD-FECHA PIC 9(08).
                   05 SD-HORA PIC X(06).
                   05 SD-MONTO PIC 9(06)V99.
                   05 FILLER PIC X(40).

           FD DOC-RECIBOS-ORD.
               01 ORD-REC-REG.
                   05 ORD-FOLIO PIC 9(06).
                   05 ORD-CLAVE PIC 9(08).
                   05 ORD-FECHA PIC 9(08).
                   05 ORD-HORA PIC X(06).
                   05 ORD-MONTO PIC 9(06)V99.
                   05 ORD-CONCEPTO PIC X(20).
                   05 ORD-OPERADOR PIC X(20).

           FD REP-EXCEPCIONES.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-AUD PIC XX.
               05 WS-STATUS-REC PIC XX.
               05 WS-STATUS-ORD PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-INI PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-FIN PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-CAPTURA PIC X(08) VALUE SPACES.
               05 WS-FECHA-CAPTURA-N REDEFINES WS-FECHA-CAPTURA
                   PIC 9(08).
      *        HORARIO DE CAJA EN HHMM; SIN PARAMETRO, 08:00 A 20:00.
               05 WS-HORA-ABRE PIC 9(04) VALUE 0800.
               05 WS-HORA-CIERRA PIC 9(04) VALUE 2000.
               05 WS-HORA-MOV PIC 9(04) VALUE ZEROS.
               05 WS-PARAM-NOMBRE PIC X(12) VALUE SPACES.
               05 WS-PARAM-VALOR PIC 9(05) VALUE ZEROS.
               05 WS-PARAM-ENCONTRADO PIC X VALUE "N".
                   88 PARAMETRO-ENCONTRADO VALUE "S".
               05 WS-FOLIO-ANT PIC 9(06) VALUE ZEROS.
               05 WS-FOLIO-DESDE PIC 9(06) VALUE ZEROS.
               05 WS-FOLIO-HASTA PIC 9(06) VALUE ZEROS.
               05 WS-DUP-GRUPO PIC 9(04) VALUE ZEROS.

      *    CAMPOS DE UNA LINEA PAGOS-MAKER DE LA BITACORA:
      *    PROG|OPERADOR|AAAAMMDD|HHMMSS|CLAVE|MOVIMIENTO.
           01 WS-AUD-CAMPOS.
               05 WS-AUD-PROG PIC X(20).
               05 WS-AUD-OPER PIC X(20).
               05 WS-AUD-FECHA-X PIC X(08).
               05 WS-AUD-FECHA REDEFINES WS-AUD-FECHA-X PIC 9(08).
               05 WS-AUD-HORA PIC X(06).
               05 WS-AUD-CLAVE-X PIC X(08).
               05 WS-AUD-CLAVE REDEFINES WS-AUD-CLAVE-X PIC 9(08).
               05 WS-AUD-TEXTO PIC X(60).
               05 WS-AUD-TIPO PIC X(01).

      *    DEVOLUCIONES Y CORRECCIONES DEL PERIODO, CON QUIEN LAS
      *    CAPTURO, QUIEN CAPTURO EL MOVIMIENTO ORIGINAL Y, PARA LAS
      *    DEVOLUCIONES, EL ABONO DEL MISMO DIA DEL MISMO CAJERO.
           01 WS-TABLA-AJUSTES.
               05 WS-TOTAL-AJU PIC 9(04) VALUE ZEROS.
               05 WS-AJU-ENT OCCURS 500 TIMES.
                   10 WS-A-CLAVE PIC 9(08).
                   10 WS-A-TIPO PIC X(01).
                   10 WS-A-FECHA PIC 9(08).
                   10 WS-A-MONTO PIC 9(06)V99.
                   10 WS-A-CONCEPTO PIC X(20).
                   10 WS-A-AUTORIZA PIC X(10).
                   10 WS-A-CAPTURO PIC X(20).
                   10 WS-A-ORIG-OPER PIC X(20).
                   10 WS-A-ORIG-FOLIO PIC 9(06).
                   10 WS-A-ORIG-FECHA PIC 9(08).
                   10 WS-A-DIA-FOLIO PIC 9(06).

      *    MOVIMIENTOS DE CAJA FUERA DE HORARIO; EL FOLIO DE LOS
      *    ABONOS SE COMPLETA AL PASAR POR EL REGISTRO DE RECIBOS.
           01 WS-TABLA-FUERA.
               05 WS-TOTAL-FUE PIC 9(04) VALUE ZEROS.
               05 WS-FUE-ENT OCCURS 1000 TIMES.
                   10 WS-F-OPER PIC X(20).
                   10 WS-F-FECHA PIC 9(08).
                   10 WS-F-HORA PIC X(06).
                   10 WS-F-CLAVE PIC 9(08).
                   10 WS-F-MOVIMIENTO PIC X(10).
                   10 WS-F-FOLIO PIC 9(06).

           01 WS-DUP-ANTERIOR.
               05 WS-D-FOLIO PIC 9(06).
               05 WS-D-CLAVE PIC 9(08).
               05 WS-D-FECHA PIC 9(08).
               05 WS-D-HORA PIC X(06).
               05 WS-D-MONTO PIC 9(06)V99.
               05 WS-D-CONCEPTO PIC X(20).
               05 WS-D-OPERADOR PIC X(20).

      *    UNA EXCEPCION DEL REPORTE; SE LLENA Y SE ESCRIBE CON
      *    100900-ESCRIBE-EXCEPCION.
           01 WS-EXCEPCION.
               05 WS-EXC-TIPO PIC X(16).
               05 FILLER PIC X VALUE SPACE.
               05 WS-EXC-FECHA PIC 9(08).
               05 FILLER PIC X VALUE SPACE.
               05 WS-EXC-HORA PIC X(06).
               05 FILLER PIC X VALUE SPACE.
               05 WS-EXC-CLAVE PIC 9(08).
               05 FILLER PIC X VALUE SPACE.
               05 WS-EXC-FOLIO PIC X(06).
               05 FILLER PIC X VALUE SPACE.
               05 WS-EXC-OPERADOR PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-EXC-MONTO PIC ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-EXC-DETALLE PIC X(50).
               05 FILLER PIC X VALUE SPACE.

           01 WS-CONTADORES.
               05 WS-CNT-DUPLICADOS PIC 9(05) VALUE ZEROS.
               05 WS-CNT-FOLIOS PIC 9(05) VALUE ZEROS.
               05 WS-CNT-AUTORIZA PIC 9(05) VALUE ZEROS.
               05 WS-CNT-HORARIO PIC 9(05) VALUE ZEROS.
               05 WS-CNT-MISMO-DIA PIC 9(05) VALUE ZEROS.
               05 WS-CNT-TOTAL PIC 9(06) VALUE ZEROS.
               05 WS-CNT-SUMA PIC 9(06) VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(04).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-PAG PIC X VALUE "N".
                   88 FIN-PAGOS VALUE "S".
               05 WS-FIN-AUD PIC X VALUE "N".
                   88 FIN-AUDITORIA VALUE "S".
               05 WS-FIN-ORD PIC X VALUE "N".
                   88 FIN-ORDENADO VALUE "S".
               05 WS-ASIGNADO PIC X VALUE "N".
                   88 AJUSTE-ASIGNADO VALUE "S".
               05 WS-DESBORDE PIC X VALUE "N".
                   88 TABLA-DESBORDADA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           PERFORM 100010-CAPTURA-PERIODO.
           PERFORM 100020-LEE-HORARIO.
           OPEN OUTPUT REP-EXCEPCIONES.
           PERFORM 100030-ENCABEZADO.
           PERFORM 100100-CARGA-AJUSTES.
           PERFORM 100200-BARRE-AUDITORIA.
           PERFORM 100300-ABONOS-DUPLICADOS.
           PERFORM 100400-BARRE-FOLIOS.
           PERFORM 100500-ESCRIBE-AUTORIZANTES.
           PERFORM 100600-ESCRIBE-FUERA-HORARIO.
           PERFORM 100700-ESCRIBE-MISMO-DIA.
           PERFORM 100800-TOTALES.
           CLOSE REP-EXCEPCIONES.
           DISPLAY "**** EXCEPCIONES DE CAJA: " WS-CNT-TOTAL " ***".
           DISPLAY "**** REPORTE GENERADO EN "
                   "REP-CAJA-EXCEPCIONES.txt ***".
           EXIT.

       100010-CAPTURA-PERIODO.
      *    SIN CAPTURA: DEL PRIMERO DEL MES EN CURSO A HOY.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-INI.
           MOVE "01" TO WS-FECHA-INI(7:2).
           MOVE WS-FECHA-HOY TO WS-FECHA-FIN.
           DISPLAY "LOG -- FECHA INICIAL AAAAMMDD (ENTER = "
                   WS-FECHA-INI "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
           IF WS-FECHA-CAPTURA IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA-N) = 0
                   MOVE WS-FECHA-CAPTURA-N TO WS-FECHA-INI
               END-IF
           END-IF.
           DISPLAY "LOG -- FECHA FINAL AAAAMMDD (ENTER = "
                   WS-FECHA-FIN "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
           IF WS-FECHA-CAPTURA IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA-N) = 0
                   MOVE WS-FECHA-CAPTURA-N TO WS-FECHA-FIN
               END-IF
           END-IF.
           IF WS-FECHA-FIN < WS-FECHA-INI
               MOVE WS-FECHA-INI TO WS-FECHA-FIN
           END-IF.
           EXIT.

       100020-LEE-HORARIO.
      *    CAJA-ABRE Y CAJA-CIERRA VIAJAN COMO HHMM (EJ. 00800 Y
      *    02000); UN VALOR FUERA DE RANGO CONSERVA EL DEFAULT.
           MOVE "CAJA-ABRE" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR < 2400
               MOVE WS-PARAM-VALOR TO WS-HORA-ABRE
           END-IF.
           MOVE "CAJA-CIERRA" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO AND WS-PARAM-VALOR <= 2400
               AND WS-PARAM-VALOR > WS-HORA-ABRE
               MOVE WS-PARAM-VALOR TO WS-HORA-CIERRA
           END-IF.
           EXIT.

       100030-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "EXCEPCIONES DE CAJA DEL " DELIMITED BY SIZE
               WS-FECHA-INI DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-FECHA-FIN DELIMITED BY SIZE
               "   HORARIO DE CAJA " DELIMITED BY SIZE
               WS-HORA-ABRE DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-HORA-CIERRA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "EXCEPCION        FECHA    HORA   CLAVE    FOLIO  "
                   DELIMITED BY SIZE
               "OPERADOR                  MONTO DETALLE"
                   DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100100-CARGA-AJUSTES.
      *    DEVOLUCIONES Y CORRECCIONES DEL PERIODO CON SU AUTORIZANTE.
           MOVE ZEROS TO WS-TOTAL-AJU.
           MOVE "N" TO WS-FIN-PAG.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-PAGOS
               READ DOC-PAGOS
                   AT END
                       SET FIN-PAGOS TO TRUE
                   NOT AT END
                       IF (PAG-REG-TIPO = "D" OR PAG-REG-TIPO = "R")
                           AND PAG-REG-FECHA >= WS-FECHA-INI
                           AND PAG-REG-FECHA <= WS-FECHA-FIN
                           PERFORM 100110-GUARDA-AJUSTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-PAGOS.
           EXIT.

       100110-GUARDA-AJUSTE.
           IF WS-TOTAL-AJU NOT < 500
               SET TABLA-DESBORDADA TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-AJU.
           MOVE PAG-REG-CLAVE TO WS-A-CLAVE(WS-TOTAL-AJU).
           MOVE PAG-REG-TIPO TO WS-A-TIPO(WS-TOTAL-AJU).
           MOVE PAG-REG-FECHA TO WS-A-FECHA(WS-TOTAL-AJU).
           MOVE PAG-REG-MONTO TO WS-A-MONTO(WS-TOTAL-AJU).
           MOVE PAG-REG-CONCEPTO TO WS-A-CONCEPTO(WS-TOTAL-AJU).
           MOVE PAG-REG-AUTORIZA TO WS-A-AUTORIZA(WS-TOTAL-AJU).
           MOVE SPACES TO WS-A-CAPTURO(WS-TOTAL-AJU).
           MOVE SPACES TO WS-A-ORIG-OPER(WS-TOTAL-AJU).
           MOVE ZEROS TO WS-A-ORIG-FOLIO(WS-TOTAL-AJU).
           MOVE ZEROS TO WS-A-ORIG-FECHA(WS-TOTAL-AJU).
           MOVE ZEROS TO WS-A-DIA-FOLIO(WS-TOTAL-AJU).
           EXIT.

       100200-BARRE-AUDITORIA.
      *    LAS LINEAS DE PAGOS-MAKER DICEN QUIEN CAPTURO CADA
      *    MOVIMIENTO Y A QUE HORA; PAGOS.TXT NO LO GUARDA.
           MOVE ZEROS TO WS-TOTAL-FUE.
           MOVE "N" TO WS-FIN-AUD.
           OPEN INPUT AUDITORIA.
           IF WS-STATUS-AUD NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-AUDITORIA
               READ AUDITORIA
                   AT END
                       SET FIN-AUDITORIA TO TRUE
                   NOT AT END
                       IF LINEA-AUDITORIA(1:12) = "PAGOS-MAKER|"
                           PERFORM 100210-SEPARA-LINEA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA.
           EXIT.

       100210-SEPARA-LINEA.
           INITIALIZE WS-AUD-CAMPOS.
           UNSTRING LINEA-AUDITORIA DELIMITED BY "|"
               INTO WS-AUD-PROG WS-AUD-OPER WS-AUD-FECHA-X
                    WS-AUD-HORA WS-AUD-CLAVE-X WS-AUD-TEXTO
           END-UNSTRING.
           IF WS-AUD-FECHA-X NOT NUMERIC
               OR WS-AUD-CLAVE-X NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-AUD-FECHA > WS-FECHA-FIN
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-AUD-TEXTO
               WHEN "CARGO"
                   PERFORM 100220-ORIGEN-CORRECCION
               WHEN "ABONO"
                   CONTINUE
               WHEN "DEVOLUCION"
                   MOVE "D" TO WS-AUD-TIPO
                   PERFORM 100230-CAPTURISTA-AJUSTE
               WHEN "CORRECCION"
                   MOVE "R" TO WS-AUD-TIPO
                   PERFORM 100230-CAPTURISTA-AJUSTE
               WHEN OTHER
      *            CORTES DE CAJA Y DEMAS LINEAS SIN MOVIMIENTO.
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-AUD-FECHA >= WS-FECHA-INI
               PERFORM 100240-REVISA-HORARIO
           END-IF.
           EXIT.

       100220-ORIGEN-CORRECCION.
      *    LA BITACORA ES CRONOLOGICA: EL ULTIMO CARGO DE LA CLAVE
      *    CAPTURADO HASTA LA FECHA DE LA CORRECCION ES EL ORIGINAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-AJU
               IF WS-A-TIPO(WS-IDX) = "R"
                   AND WS-A-CLAVE(WS-IDX) = WS-AUD-CLAVE
                   AND WS-AUD-FECHA <= WS-A-FECHA(WS-IDX)
                   MOVE WS-AUD-OPER TO WS-A-ORIG-OPER(WS-IDX)
                   MOVE WS-AUD-FECHA TO WS-A-ORIG-FECHA(WS-IDX)
               END-IF
           END-PERFORM.
           EXIT.

       100230-CAPTURISTA-AJUSTE.
      *    PAGOS.TXT Y LA BITACORA SE ESCRIBEN EN EL MISMO ORDEN; LA
      *    LINEA VA AL PRIMER AJUSTE DEL MISMO TIPO, CLAVE Y FECHA
      *    QUE AUN NO TIENE CAPTURISTA.
           MOVE "N" TO WS-ASIGNADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-AJU OR AJUSTE-ASIGNADO
               IF WS-A-TIPO(WS-IDX) = WS-AUD-TIPO
                   AND WS-A-CLAVE(WS-IDX) = WS-AUD-CLAVE
                   AND WS-A-FECHA(WS-IDX) = WS-AUD-FECHA
                   AND WS-A-CAPTURO(WS-IDX) = SPACES
                   MOVE WS-AUD-OPER TO WS-A-CAPTURO(WS-IDX)
                   SET AJUSTE-ASIGNADO TO TRUE
               END-IF
           END-PERFORM.
           EXIT.

       100240-REVISA-HORARIO.
           IF WS-AUD-HORA(1:4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AUD-HORA(1:4) TO WS-HORA-MOV.
           IF WS-HORA-MOV >= WS-HORA-ABRE
               AND WS-HORA-MOV < WS-HORA-CIERRA
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOTAL-FUE NOT < 1000
               SET TABLA-DESBORDADA TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-FUE.
           MOVE WS-AUD-OPER TO WS-F-OPER(WS-TOTAL-FUE).
           MOVE WS-AUD-FECHA TO WS-F-FECHA(WS-TOTAL-FUE).
           MOVE WS-AUD-HORA TO WS-F-HORA(WS-TOTAL-FUE).
           MOVE WS-AUD-CLAVE TO WS-F-CLAVE(WS-TOTAL-FUE).
           MOVE WS-AUD-TEXTO TO WS-F-MOVIMIENTO(WS-TOTAL-FUE).
           MOVE ZEROS TO WS-F-FOLIO(WS-TOTAL-FUE).
           EXIT.

       100300-ABONOS-DUPLICADOS.
      *    RECIBOS ORDENADOS POR CLAVE, FECHA Y MONTO: DOS RECIBOS
      *    SEGUIDOS CON LA MISMA LLAVE SON EL MISMO ABONO CAPTURADO
      *    DOS VECES; SE LISTAN TODOS LOS DEL GRUPO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "ABONOS IDENTICOS (MISMA CLAVE, MONTO Y FECHA):"
               TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           OPEN INPUT DOC-RECIBOS.
           IF WS-STATUS-REC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           CLOSE DOC-RECIBOS.
           SORT SORT-FILE
               ON ASCENDING KEY SD-CLAVE SD-FECHA SD-MONTO SD-FOLIO
               USING DOC-RECIBOS
               GIVING DOC-RECIBOS-ORD.
           INITIALIZE WS-DUP-ANTERIOR.
           MOVE ZEROS TO WS-DUP-GRUPO.
           MOVE "N" TO WS-FIN-ORD.
           OPEN INPUT DOC-RECIBOS-ORD.
           PERFORM UNTIL FIN-ORDENADO
               READ DOC-RECIBOS-ORD
                   AT END
                       SET FIN-ORDENADO TO TRUE
                   NOT AT END
                       PERFORM 100310-COMPARA-DUPLICADO
               END-READ
           END-PERFORM.
           CLOSE DOC-RECIBOS-ORD.
           EXIT.

       100310-COMPARA-DUPLICADO.
           IF ORD-CLAVE = WS-D-CLAVE
               AND ORD-FECHA = WS-D-FECHA
               AND ORD-MONTO = WS-D-MONTO
               AND ORD-FECHA >= WS-FECHA-INI
               AND ORD-FECHA <= WS-FECHA-FIN
               IF WS-DUP-GRUPO = 1
                   PERFORM 100320-DUPLICADO-ANTERIOR
               END-IF
               ADD 1 TO WS-DUP-GRUPO
               INITIALIZE WS-EXCEPCION
               MOVE "ABONO DUPLICADO" TO WS-EXC-TIPO
               MOVE ORD-FECHA TO WS-EXC-FECHA
               MOVE ORD-HORA TO WS-EXC-HORA
               MOVE ORD-CLAVE TO WS-EXC-CLAVE
               MOVE ORD-FOLIO TO WS-EXC-FOLIO
               MOVE ORD-OPERADOR TO WS-EXC-OPERADOR
               MOVE ORD-MONTO TO WS-EXC-MONTO
               MOVE ORD-CONCEPTO TO WS-EXC-DETALLE
               PERFORM 100900-ESCRIBE-EXCEPCION
               ADD 1 TO WS-CNT-DUPLICADOS
           ELSE
               MOVE 1 TO WS-DUP-GRUPO
           END-IF.
           MOVE ORD-REC-REG TO WS-DUP-ANTERIOR.
           EXIT.

       100320-DUPLICADO-ANTERIOR.
           INITIALIZE WS-EXCEPCION.
           MOVE "ABONO DUPLICADO" TO WS-EXC-TIPO.
           MOVE WS-D-FECHA TO WS-EXC-FECHA.
           MOVE WS-D-HORA TO WS-EXC-HORA.
           MOVE WS-D-CLAVE TO WS-EXC-CLAVE.
           MOVE WS-D-FOLIO TO WS-EXC-FOLIO.
           MOVE WS-D-OPERADOR TO WS-EXC-OPERADOR.
           MOVE WS-D-MONTO TO WS-EXC-MONTO.
           MOVE WS-D-CONCEPTO TO WS-EXC-DETALLE.
           PERFORM 100900-ESCRIBE-EXCEPCION.
           ADD 1 TO WS-CNT-DUPLICADOS.
           EXIT.

       100400-BARRE-FOLIOS.
      *    RECIBOS POR FOLIO: UN FOLIO IGUAL AL ANTERIOR ES REUSO Y
      *    UN BRINCO MAYOR A UNO ES UN HUECO. EN LA MISMA PASADA SE
      *    LOCALIZAN LOS ABONOS QUE ORIGINARON CADA DEVOLUCION, LOS
      *    DEL MISMO DIA Y EL FOLIO DE LOS ABONOS FUERA DE HORARIO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "FOLIOS DE RECIBO FALTANTES O REPETIDOS:" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           OPEN INPUT DOC-RECIBOS.
           IF WS-STATUS-REC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           CLOSE DOC-RECIBOS.
           SORT SORT-FILE
               ON ASCENDING KEY SD-FOLIO
               USING DOC-RECIBOS
               GIVING DOC-RECIBOS-ORD.
           MOVE ZEROS TO WS-FOLIO-ANT.
           MOVE "N" TO WS-FIN-ORD.
           OPEN INPUT DOC-RECIBOS-ORD.
           PERFORM UNTIL FIN-ORDENADO
               READ DOC-RECIBOS-ORD
                   AT END
                       SET FIN-ORDENADO TO TRUE
                   NOT AT END
                       PERFORM 100410-REVISA-FOLIO
                       IF ORD-FECHA <= WS-FECHA-FIN
                           PERFORM 100420-CRUZA-AJUSTES
                           PERFORM 100430-CRUZA-FUERA-HORARIO
                       END-IF
                       MOVE ORD-FOLIO TO WS-FOLIO-ANT
               END-READ
           END-PERFORM.
           CLOSE DOC-RECIBOS-ORD.
           EXIT.

       100410-REVISA-FOLIO.
           IF ORD-FECHA < WS-FECHA-INI OR ORD-FECHA > WS-FECHA-FIN
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-EXCEPCION.
           MOVE ORD-FECHA TO WS-EXC-FECHA.
           MOVE ORD-HORA TO WS-EXC-HORA.
           MOVE ORD-CLAVE TO WS-EXC-CLAVE.
           MOVE ORD-FOLIO TO WS-EXC-FOLIO.
           MOVE ORD-OPERADOR TO WS-EXC-OPERADOR.
           MOVE ORD-MONTO TO WS-EXC-MONTO.
           EVALUATE TRUE
               WHEN ORD-FOLIO = WS-FOLIO-ANT
                   MOVE "FOLIO REPETIDO" TO WS-EXC-TIPO
                   MOVE "EL FOLIO YA SE HABIA EMITIDO" TO WS-EXC-DETALLE
                   PERFORM 100900-ESCRIBE-EXCEPCION
                   ADD 1 TO WS-CNT-FOLIOS
               WHEN ORD-FOLIO > WS-FOLIO-ANT + 1
                   COMPUTE WS-FOLIO-DESDE = WS-FOLIO-ANT + 1
                   COMPUTE WS-FOLIO-HASTA = ORD-FOLIO - 1
                   MOVE "FOLIOS FALTANTES" TO WS-EXC-TIPO
                   STRING
                       "NO SE ENCONTRARON LOS FOLIOS " DELIMITED BY SIZE
                       WS-FOLIO-DESDE DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       WS-FOLIO-HASTA DELIMITED BY SIZE
                   INTO WS-EXC-DETALLE
                   PERFORM 100900-ESCRIBE-EXCEPCION
                   ADD 1 TO WS-CNT-FOLIOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       100420-CRUZA-AJUSTES.
      *    ORIGINAL DE UNA DEVOLUCION: EL ULTIMO ABONO DE LA CLAVE Y
      *    CONCEPTO HASTA SU FECHA. ABONO DEL MISMO DIA: UN RECIBO DE
      *    LA CLAVE ESE DIA EMITIDO POR QUIEN CAPTURO LA DEVOLUCION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-AJU
               IF WS-A-TIPO(WS-IDX) = "D"
                   AND WS-A-CLAVE(WS-IDX) = ORD-CLAVE
                   AND ORD-FECHA <= WS-A-FECHA(WS-IDX)
                   IF ORD-CONCEPTO = WS-A-CONCEPTO(WS-IDX)
                       AND ORD-FECHA >= WS-A-ORIG-FECHA(WS-IDX)
                       MOVE ORD-OPERADOR TO WS-A-ORIG-OPER(WS-IDX)
                       MOVE ORD-FOLIO TO WS-A-ORIG-FOLIO(WS-IDX)
                       MOVE ORD-FECHA TO WS-A-ORIG-FECHA(WS-IDX)
                   END-IF
                   IF ORD-FECHA = WS-A-FECHA(WS-IDX)
                       AND ORD-OPERADOR = WS-A-CAPTURO(WS-IDX)
                       AND WS-A-CAPTURO(WS-IDX) NOT = SPACES
                       MOVE ORD-FOLIO TO WS-A-DIA-FOLIO(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       100430-CRUZA-FUERA-HORARIO.
      *    EL RECIBO SE EMITE EN LA MISMA CAPTURA QUE LA LINEA DE
      *    BITACORA DEL ABONO: MISMA CLAVE, FECHA Y CAJERO, Y HORA
      *    IGUAL O POSTERIOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-FUE
               IF WS-F-MOVIMIENTO(WS-IDX) = "ABONO"
                   AND WS-F-FOLIO(WS-IDX) = ZEROS
                   AND WS-F-CLAVE(WS-IDX) = ORD-CLAVE
                   AND WS-F-FECHA(WS-IDX) = ORD-FECHA
                   AND WS-F-OPER(WS-IDX) = ORD-OPERADOR
                   AND ORD-HORA >= WS-F-HORA(WS-IDX)
                   MOVE ORD-FOLIO TO WS-F-FOLIO(WS-IDX)
               END-IF
           END-PERFORM.
           EXIT.

       100500-ESCRIBE-AUTORIZANTES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "DEVOLUCIONES Y CORRECCIONES AUTORIZADAS POR QUIEN CAPT"
               TO LINEA-TEMP.
           MOVE "URO EL ORIGINAL:" TO LINEA-TEMP(55:16).
           WRITE LINEA-TEMP.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-AJU
               IF WS-A-ORIG-OPER(WS-IDX) NOT = SPACES
                   AND WS-A-AUTORIZA(WS-IDX)
                       = WS-A-ORIG-OPER(WS-IDX)(1:10)
                   INITIALIZE WS-EXCEPCION
                   IF WS-A-TIPO(WS-IDX) = "D"
                       MOVE "DEVOLUCION" TO WS-EXC-TIPO
                       MOVE WS-A-ORIG-FOLIO(WS-IDX) TO WS-EXC-FOLIO
                   ELSE
                       MOVE "CORRECCION" TO WS-EXC-TIPO
                       MOVE "------" TO WS-EXC-FOLIO
                   END-IF
                   MOVE WS-A-FECHA(WS-IDX) TO WS-EXC-FECHA
                   MOVE WS-A-CLAVE(WS-IDX) TO WS-EXC-CLAVE
                   MOVE WS-A-CAPTURO(WS-IDX) TO WS-EXC-OPERADOR
                   MOVE WS-A-MONTO(WS-IDX) TO WS-EXC-MONTO
                   STRING
                       "AUTORIZA " DELIMITED BY SIZE
                       WS-A-AUTORIZA(WS-IDX) DELIMITED BY SPACE
                       " = CAPTURO ORIGINAL DEL " DELIMITED BY SIZE
                       WS-A-ORIG-FECHA(WS-IDX) DELIMITED BY SIZE
                   INTO WS-EXC-DETALLE
                   PERFORM 100900-ESCRIBE-EXCEPCION
                   ADD 1 TO WS-CNT-AUTORIZA
               END-IF
           END-PERFORM.
           EXIT.

       100600-ESCRIBE-FUERA-HORARIO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "MOVIMIENTOS FUERA DEL HORARIO DE CAJA:" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-FUE
               INITIALIZE WS-EXCEPCION
               MOVE "FUERA DE HORARIO" TO WS-EXC-TIPO
               MOVE WS-F-FECHA(WS-IDX) TO WS-EXC-FECHA
               MOVE WS-F-HORA(WS-IDX) TO WS-EXC-HORA
               MOVE WS-F-CLAVE(WS-IDX) TO WS-EXC-CLAVE
               IF WS-F-FOLIO(WS-IDX) = ZEROS
                   MOVE "------" TO WS-EXC-FOLIO
               ELSE
                   MOVE WS-F-FOLIO(WS-IDX) TO WS-EXC-FOLIO
               END-IF
               MOVE WS-F-OPER(WS-IDX) TO WS-EXC-OPERADOR
               MOVE WS-F-MOVIMIENTO(WS-IDX) TO WS-EXC-DETALLE
               PERFORM 100900-ESCRIBE-EXCEPCION
               ADD 1 TO WS-CNT-HORARIO
           END-PERFORM.
           EXIT.

       100700-ESCRIBE-MISMO-DIA.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "ABONOS DEVUELTOS EL MISMO DIA POR EL MISMO CAJERO:"
               TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-AJU
               IF WS-A-TIPO(WS-IDX) = "D"
                   AND WS-A-DIA-FOLIO(WS-IDX) NOT = ZEROS
                   INITIALIZE WS-EXCEPCION
                   MOVE "MISMO DIA" TO WS-EXC-TIPO
                   MOVE WS-A-FECHA(WS-IDX) TO WS-EXC-FECHA
                   MOVE WS-A-CLAVE(WS-IDX) TO WS-EXC-CLAVE
                   MOVE WS-A-DIA-FOLIO(WS-IDX) TO WS-EXC-FOLIO
                   MOVE WS-A-CAPTURO(WS-IDX) TO WS-EXC-OPERADOR
                   MOVE WS-A-MONTO(WS-IDX) TO WS-EXC-MONTO
                   STRING
                       "DEVOLUCION AUTORIZADA POR " DELIMITED BY SIZE
                       WS-A-AUTORIZA(WS-IDX) DELIMITED BY SPACE
                   INTO WS-EXC-DETALLE
                   PERFORM 100900-ESCRIBE-EXCEPCION
                   ADD 1 TO WS-CNT-MISMO-DIA
               END-IF
           END-PERFORM.
           EXIT.

       100800-TOTALES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "DUPLICADOS: " DELIMITED BY SIZE
               WS-CNT-DUPLICADOS DELIMITED BY SIZE
               "  FOLIOS: " DELIMITED BY SIZE
               WS-CNT-FOLIOS DELIMITED BY SIZE
               "  AUTORIZANTE: " DELIMITED BY SIZE
               WS-CNT-AUTORIZA DELIMITED BY SIZE
               "  FUERA DE HORARIO: " DELIMITED BY SIZE
               WS-CNT-HORARIO DELIMITED BY SIZE
               "  MISMO DIA: " DELIMITED BY SIZE
               WS-CNT-MISMO-DIA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           COMPUTE WS-CNT-SUMA = WS-CNT-DUPLICADOS + WS-CNT-FOLIOS
               + WS-CNT-AUTORIZA + WS-CNT-HORARIO + WS-CNT-MISMO-DIA.
           INITIALIZE LINEA-TEMP.
           STRING
               "CUADRADO: EXCEPCIONES ESCRITAS " DELIMITED BY SIZE
               WS-CNT-TOTAL DELIMITED BY SIZE
               " = SUMA POR TIPO " DELIMITED BY SIZE
               WS-CNT-SUMA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           IF WS-CNT-TOTAL NOT = WS-CNT-SUMA
               MOVE "NO CUADRA" TO LINEA-TEMP(1:9)
           END-IF.
           WRITE LINEA-TEMP.
           IF TABLA-DESBORDADA
               INITIALIZE LINEA-TEMP
               MOVE "**** SE LLENO UNA TABLA DE TRABAJO; ACORTE EL "
                   TO LINEA-TEMP
               MOVE "PERIODO Y VUELVA A CORRER ***" TO LINEA-TEMP(48:29)
               WRITE LINEA-TEMP
           END-IF.
           EXIT.

       100900-ESCRIBE-EXCEPCION.
           IF WS-EXC-HORA = SPACES
               MOVE "------" TO WS-EXC-HORA
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE WS-EXCEPCION TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           ADD 1 TO WS-CNT-TOTAL.
           EXIT.

       END PROGRAM CAJA-EXCEPCIONES-DOC.
