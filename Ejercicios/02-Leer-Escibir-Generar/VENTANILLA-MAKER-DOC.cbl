      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: FRONT-DESK DOCUMENT REQUEST DESK. REGISTRA EN
      *          "solicitudes-doc.txt" (SOL-REG-DOC) CADA SOLICITUD DE
      *          CONSTANCIA, KARDEX, BOLETA O CERTIFICADO CON UN FOLIO
      *          CONSECUTIVO, CARGA LA CUOTA EN "pagos.txt" CON UN
      *          CONCEPTO DE "conceptos.txt" (CUOTA EN LOS PARAMETROS
      *          COSTO-CONST, COSTO-KARDEX, COSTO-BOLETA Y
      *          COSTO-CERTIF) Y SIGUE EL AVANCE SOLICITADO / PAGADO /
      *          IMPRESO / ENTREGADO. LA IMPRESION SOLO SE DESBLOQUEA
      *          CON EL ABONO DE LA CUOTA EN CAJA Y LLAMA AL GENERADOR
      *          QUE CORRESPONDE (CONSTANCIA-DOC, KARDEX-DOC,
      *          BOLETA-DOC); AL QUEDAR IMPRESO SE AVISA AL ALUMNO POR
      *          NOTIFICA-WRITER. LA ENTREGA REGISTRA QUIEN RECIBIO.
      *          EVERY MOVEMENT IS LOGGED TO "auditoria.txt"; LA COLA
      *          DEL DIA ES VENTANILLA-COLA-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTANILLA-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-SOLICITUDES ASSIGN TO "solicitudes-doc.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOL-REG-FOLIO
           FILE STATUS IS WS-STATUS-SOL.
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
       SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAG.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-SOLICITUDES.
           COPY "SOL-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD DOC-PAGOS.
           COPY "PAG-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-SOL PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-PAG PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-FOLIO PIC 9(06) VALUE ZEROS.
               05 WS-TIPO PIC X(01) VALUE SPACE.
               05 WS-TIPO-NOMBRE PIC X(11) VALUE SPACES.
               05 WS-CONCEPTO PIC X(20) VALUE SPACES.
               05 WS-CONCEPTO-CAPTURA PIC X(20) VALUE SPACES.
               05 WS-CUOTA PIC 9(06)V99 VALUE ZEROS.
               05 WS-MONTO-EDIT PIC ZZZ,ZZ9.99.
               05 WS-RECIBIO PIC X(30) VALUE SPACES.
               05 WS-MOVIMIENTO PIC X(12) VALUE SPACES.
               05 WS-ESTATUS-NOMBRE PIC X(10) VALUE SPACES.
               05 WS-ABONOS-HALLADOS PIC 9(04) VALUE ZEROS.
               05 WS-ABONOS-USADOS PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-SOLICITUDES PIC 9(04) VALUE ZEROS.
               05 WS-DIGITO-ESPERADO PIC 9(01) VALUE ZEROS.
               05 WS-CLAVE-DIGITO-OK PIC X VALUE "N".
               05 WS-CONFIRMA-CLAVE PIC X VALUE "N".

      *    DATOS DE LA SOLICITUD EN TURNO MIENTRAS SE RECORRE EL
      *    ARCHIVO PARA CONTAR LOS ABONOS YA APLICADOS.
           01 WS-SOL-ACTUAL.
               05 WS-SOL-CLAVE PIC 9(08).
               05 WS-SOL-FECHA PIC 9(08).
               05 WS-SOL-CONCEPTO PIC X(20).

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 WS-CONCEPTO-CALL.
               05 WS-CONCEPTO-DESC-LK PIC X(30).
               05 WS-CONCEPTO-VALIDO PIC X.
                   88 CONCEPTO-NO-EXISTE VALUE "N".

           01 WS-NOTIFICA-CALL.
               05 WS-NOT-EVENTO PIC X(12) VALUE "DOC-LISTO".
               05 WS-NOT-MENSAJE PIC X(60).

           01 SWITCHES.
               05 WS-EST-EXISTE PIC X VALUE "N".
                   88 EST-EXISTE VALUE "S".
               05 WS-SOL-EXISTE PIC X VALUE "N".
                   88 SOL-EXISTE VALUE "S".
               05 WS-FIN-SOL PIC X VALUE "N".
                   88 FIN-SOLICITUDES VALUE "S".
               05 WS-FIN-PAG PIC X VALUE "N".
                   88 FIN-PAGOS VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       PERFORM 100005-ABRE-SOLICITUDES.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-SOLICITUDES.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           DISPLAY "LOG -- OPERADOR (VENTANILLA): " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           EXIT.

       100005-ABRE-SOLICITUDES.
           OPEN I-O DOC-SOLICITUDES.
           IF WS-STATUS-SOL = "35"
               OPEN OUTPUT DOC-SOLICITUDES
               CLOSE DOC-SOLICITUDES
               OPEN I-O DOC-SOLICITUDES
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- VENTANILLA DE DOCUMENTOS --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] REGISTRAR SOLICITUD".
           DISPLAY "  [2] VERIFICAR PAGO EN CAJA".
           DISPLAY "  [3] IMPRIMIR DOCUMENTO".
           DISPLAY "  [4] ENTREGAR DOCUMENTO".
           DISPLAY "  [5] CONSULTAR SOLICITUDES DE UN ALUMNO".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-REGISTRA
               WHEN 2
                   PERFORM 100200-VERIFICA-PAGO
               WHEN 3
                   PERFORM 100400-IMPRIME
               WHEN 4
                   PERFORM 100500-ENTREGA
               WHEN 5
                   PERFORM 100600-CONSULTA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-CLAVE.
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
                       DISPLAY "ESTUDIANTE: "
                               FUNCTION TRIM(EST-REG-NOMBRE)
               END-READ
           END-IF.
           CLOSE DOC-EST.
           IF NOT EST-EXISTE
               DISPLAY "**** CLAVE NO EXISTE EN ESTUDIANTES.TXT ***"
           END-IF.
           EXIT.

       100060-CAPTURA-FOLIO.
           MOVE "N" TO WS-SOL-EXISTE.
           DISPLAY "LOG -- FOLIO DE LA SOLICITUD: " WITH NO ADVANCING.
           ACCEPT WS-FOLIO.
           MOVE WS-FOLIO TO SOL-REG-FOLIO.
           READ DOC-SOLICITUDES
               INVALID KEY
                   DISPLAY "**** FOLIO NO ENCONTRADO ***"
               NOT INVALID KEY
                   SET SOL-EXISTE TO TRUE
                   PERFORM 100070-NOMBRES
                   DISPLAY "FOLIO " SOL-REG-FOLIO " CLAVE "
                           SOL-REG-CLAVE " " WS-TIPO-NOMBRE " "
                           WS-ESTATUS-NOMBRE
           END-READ.
           EXIT.

       100070-NOMBRES.
           EVALUATE TRUE
               WHEN SOL-CONSTANCIA
                   MOVE "CONSTANCIA" TO WS-TIPO-NOMBRE
               WHEN SOL-KARDEX
                   MOVE "KARDEX" TO WS-TIPO-NOMBRE
               WHEN SOL-BOLETA
                   MOVE "BOLETA" TO WS-TIPO-NOMBRE
               WHEN OTHER
                   MOVE "CERTIFICADO" TO WS-TIPO-NOMBRE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN SOL-SOLICITADO
                   MOVE "SOLICITADO" TO WS-ESTATUS-NOMBRE
               WHEN SOL-PAGADO
                   MOVE "PAGADO" TO WS-ESTATUS-NOMBRE
               WHEN SOL-IMPRESO
                   MOVE "IMPRESO" TO WS-ESTATUS-NOMBRE
               WHEN OTHER
                   MOVE "ENTREGADO" TO WS-ESTATUS-NOMBRE
           END-EVALUATE.
           EXIT.

       100100-REGISTRA.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-TIPO.
           PERFORM UNTIL WS-TIPO = "C" OR "K" OR "B" OR "T"
               DISPLAY "LOG -- DOCUMENTO C=CONSTANCIA K=KARDEX "
                       "B=BOLETA T=CERTIFICADO: " WITH NO ADVANCING
               ACCEPT WS-TIPO
               MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
           END-PERFORM.
           PERFORM 100110-CUOTA-DEL-TIPO.
           PERFORM 100120-CAPTURA-CONCEPTO.
           PERFORM 100130-SIGUIENTE-FOLIO.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE SOL-REG-DOC.
           MOVE WS-FOLIO TO SOL-REG-FOLIO.
           MOVE WS-CLAVE TO SOL-REG-CLAVE.
           MOVE WS-TIPO TO SOL-REG-TIPO.
           MOVE WS-AUD-FECHA TO SOL-REG-FECHA.
           MOVE WS-AUD-HORA(1:6) TO SOL-REG-HORA.
           MOVE WS-CONCEPTO TO SOL-REG-CONCEPTO.
           MOVE WS-CUOTA TO SOL-REG-MONTO.
           MOVE WS-OPERADOR TO SOL-REG-OPERADOR.
           MOVE WS-OPERADOR TO SOL-REG-OPERADOR-ULT.
      *    SIN CUOTA NO HAY NADA QUE COBRAR: NACE PAGADA.
           IF WS-CUOTA = ZEROS
               SET SOL-PAGADO TO TRUE
               MOVE WS-AUD-FECHA TO SOL-REG-FECHA-PAGO
           ELSE
               SET SOL-SOLICITADO TO TRUE
           END-IF.
           WRITE SOL-REG-DOC
               INVALID KEY
                   DISPLAY "**** ERROR AL REGISTRAR, STATUS: "
                           WS-STATUS-SOL
                   EXIT PARAGRAPH
           END-WRITE.
           IF WS-CUOTA > ZEROS
               PERFORM 100140-CARGA-CUOTA
           END-IF.
           PERFORM 100070-NOMBRES.
           DISPLAY "**** SOLICITUD REGISTRADA, FOLIO " WS-FOLIO " ***".
           MOVE "SOLICITADO" TO WS-MOVIMIENTO.
           PERFORM 100900-AUDITORIA-LOG.
           EXIT.

       100110-CUOTA-DEL-TIPO.
      *    CUOTA EN PESOS ENTEROS POR TIPO DE DOCUMENTO; SIN
      *    PARAMETRO EL DOCUMENTO NO TIENE COSTO.
           EVALUATE WS-TIPO
               WHEN "C"
                   MOVE "COSTO-CONST" TO WS-PARAM-NOMBRE
                   MOVE "CONSTANCIA" TO WS-CONCEPTO
               WHEN "K"
                   MOVE "COSTO-KARDEX" TO WS-PARAM-NOMBRE
                   MOVE "KARDEX" TO WS-CONCEPTO
               WHEN "B"
                   MOVE "COSTO-BOLETA" TO WS-PARAM-NOMBRE
                   MOVE "BOLETA" TO WS-CONCEPTO
               WHEN OTHER
                   MOVE "COSTO-CERTIF" TO WS-PARAM-NOMBRE
                   MOVE "CERTIFICADO" TO WS-CONCEPTO
           END-EVALUATE.
           MOVE ZEROS TO WS-CUOTA.
           MOVE ZEROS TO WS-PARAM-VALOR.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-CUOTA
           END-IF.
           MOVE WS-CUOTA TO WS-MONTO-EDIT.
           DISPLAY "CUOTA: " WS-MONTO-EDIT.
           EXIT.

       100120-CAPTURA-CONCEPTO.
      *    EL CONCEPTO DEBE EXISTIR EN CONCEPTOS.TXT; SIN CATALOGO
      *    (RESPUESTA "X") SE CONSERVA EL TEXTO CAPTURADO.
           IF WS-CUOTA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONCEPTO-VALIDO.
           PERFORM UNTIL NOT CONCEPTO-NO-EXISTE
               DISPLAY "LOG -- CONCEPTO DE COBRO (ENTER = "
                       FUNCTION TRIM(WS-CONCEPTO) "): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-CONCEPTO-CAPTURA
               ACCEPT WS-CONCEPTO-CAPTURA
               IF WS-CONCEPTO-CAPTURA NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-CONCEPTO-CAPTURA)
                       TO WS-CONCEPTO
               END-IF
               MOVE SPACES TO WS-CONCEPTO-DESC-LK
               MOVE "N" TO WS-CONCEPTO-VALIDO
               CALL "CONCEPTO-SEARCH" USING
                   WS-CONCEPTO WS-CONCEPTO-DESC-LK WS-CONCEPTO-VALIDO
               IF CONCEPTO-NO-EXISTE
                   DISPLAY "**** CONCEPTO NO EXISTE EN "
                           "CONCEPTOS.TXT ***"
               END-IF
           END-PERFORM.
           EXIT.

       100130-SIGUIENTE-FOLIO.
           MOVE ZEROS TO WS-FOLIO.
           MOVE "N" TO WS-FIN-SOL.
           MOVE ZEROS TO SOL-REG-FOLIO.
           START DOC-SOLICITUDES KEY IS NOT LESS THAN SOL-REG-FOLIO
               INVALID KEY
                   SET FIN-SOLICITUDES TO TRUE
           END-START.
           PERFORM UNTIL FIN-SOLICITUDES
               READ DOC-SOLICITUDES NEXT RECORD
                   AT END
                       SET FIN-SOLICITUDES TO TRUE
                   NOT AT END
                       MOVE SOL-REG-FOLIO TO WS-FOLIO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-FOLIO.
           EXIT.

       100140-CARGA-CUOTA.
      *    EL CARGO VENCE EL MISMO DIA: EL DOCUMENTO SE PAGA EN CAJA
      *    ANTES DE IMPRIMIRSE.
           OPEN EXTEND DOC-PAGOS.
           IF WS-STATUS-PAG = "35"
               OPEN OUTPUT DOC-PAGOS
           END-IF.
           INITIALIZE PAG-REG-DOC.
           MOVE WS-CLAVE TO PAG-REG-CLAVE.
           MOVE "C" TO PAG-REG-TIPO.
           MOVE WS-AUD-FECHA TO PAG-REG-FECHA.
           MOVE WS-AUD-FECHA TO PAG-REG-VENCIMIENTO.
           MOVE WS-CUOTA TO PAG-REG-MONTO.
           MOVE WS-CUOTA TO PAG-REG-MONTO-BRUTO.
           MOVE WS-CONCEPTO TO PAG-REG-CONCEPTO.
           WRITE PAG-REG-DOC.
           CLOSE DOC-PAGOS.
           DISPLAY "**** CUOTA CARGADA EN CAJA, CONCEPTO "
                   FUNCTION TRIM(WS-CONCEPTO) " ***".
           EXIT.

       100200-VERIFICA-PAGO.
           PERFORM 100060-CAPTURA-FOLIO.
           IF NOT SOL-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT SOL-SOLICITADO
               DISPLAY "**** LA SOLICITUD YA ESTA " WS-ESTATUS-NOMBRE
                       " ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100300-BUSCA-ABONO.
           IF SOL-PAGADO
               DISPLAY "**** CUOTA PAGADA; DOCUMENTO LISTO PARA "
                       "IMPRIMIR ***"
           ELSE
               DISPLAY "**** AUN NO HAY ABONO DE LA CUOTA EN CAJA ***"
           END-IF.
           EXIT.

       100300-BUSCA-ABONO.
      *    LA CUOTA ESTA PAGADA SI HAY EN PAGOS.TXT UN ABONO "A" DEL
      *    ALUMNO, CON EL MISMO CONCEPTO, DESDE LA FECHA DE LA
      *    SOLICITUD Y POR LA CUOTA O MAS, QUE NO SE HAYA APLICADO YA
      *    A OTRA SOLICITUD DEL MISMO CONCEPTO (LAS PAGADAS DESDE ESA
      *    FECHA). SI LO HAY LA SOLICITUD PASA A PAGADA.
           MOVE ZEROS TO WS-ABONOS-HALLADOS.
           MOVE "N" TO WS-FIN-PAG.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG = "00"
               PERFORM UNTIL FIN-PAGOS
                   READ DOC-PAGOS
                       AT END
                           SET FIN-PAGOS TO TRUE
                       NOT AT END
                           IF PAG-REG-CLAVE = SOL-REG-CLAVE
                               AND PAG-REG-TIPO = "A"
                               AND PAG-REG-CONCEPTO = SOL-REG-CONCEPTO
                               AND PAG-REG-FECHA NOT < SOL-REG-FECHA
                               AND PAG-REG-MONTO NOT < SOL-REG-MONTO
                               ADD 1 TO WS-ABONOS-HALLADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-PAGOS
           END-IF.
           IF WS-ABONOS-HALLADOS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE SOL-REG-CLAVE TO WS-SOL-CLAVE.
           MOVE SOL-REG-FECHA TO WS-SOL-FECHA.
           MOVE SOL-REG-CONCEPTO TO WS-SOL-CONCEPTO.
           MOVE ZEROS TO WS-ABONOS-USADOS.
           MOVE "N" TO WS-FIN-SOL.
           MOVE ZEROS TO SOL-REG-FOLIO.
           START DOC-SOLICITUDES KEY IS NOT LESS THAN SOL-REG-FOLIO
               INVALID KEY
                   SET FIN-SOLICITUDES TO TRUE
           END-START.
           PERFORM UNTIL FIN-SOLICITUDES
               READ DOC-SOLICITUDES NEXT RECORD
                   AT END
                       SET FIN-SOLICITUDES TO TRUE
                   NOT AT END
                       IF SOL-REG-FOLIO NOT = WS-FOLIO
                           AND SOL-REG-CLAVE = WS-SOL-CLAVE
                           AND SOL-REG-CONCEPTO = WS-SOL-CONCEPTO
                           AND SOL-REG-MONTO > ZEROS
                           AND NOT SOL-SOLICITADO
                           AND SOL-REG-FECHA-PAGO NOT < WS-SOL-FECHA
                           ADD 1 TO WS-ABONOS-USADOS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-FOLIO TO SOL-REG-FOLIO.
           READ DOC-SOLICITUDES
               INVALID KEY
                   DISPLAY "**** FOLIO NO ENCONTRADO ***"
                   EXIT PARAGRAPH
           END-READ.
           IF WS-ABONOS-HALLADOS > WS-ABONOS-USADOS
               ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
               SET SOL-PAGADO TO TRUE
               MOVE WS-AUD-FECHA TO SOL-REG-FECHA-PAGO
               MOVE WS-OPERADOR TO SOL-REG-OPERADOR-ULT
               REWRITE SOL-REG-DOC
                   INVALID KEY
                       DISPLAY "**** ERROR AL ACTUALIZAR, STATUS: "
                               WS-STATUS-SOL
               END-REWRITE
               MOVE SOL-REG-CLAVE TO WS-CLAVE
               MOVE SOL-REG-TIPO TO WS-TIPO
               MOVE "PAGADO" TO WS-MOVIMIENTO
               PERFORM 100900-AUDITORIA-LOG
           END-IF.
           EXIT.

       100400-IMPRIME.
      *    LA IMPRESION SE DESBLOQUEA SOLO CON LA CUOTA PAGADA; UN
      *    DOCUMENTO YA IMPRESO PUEDE REIMPRIMIRSE.
           PERFORM 100060-CAPTURA-FOLIO.
           IF NOT SOL-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF SOL-ENTREGADO
               DISPLAY "**** EL DOCUMENTO YA FUE ENTREGADO ***"
               EXIT PARAGRAPH
           END-IF.
           IF SOL-SOLICITADO
               PERFORM 100300-BUSCA-ABONO
           END-IF.
           IF SOL-SOLICITADO
               DISPLAY "**** CUOTA NO PAGADA EN CAJA; NO SE IMPRIME ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SOL-REG-CLAVE TO WS-CLAVE.
           MOVE SOL-REG-TIPO TO WS-TIPO.
           PERFORM 100410-LLAMA-GENERADOR.
           MOVE WS-FOLIO TO SOL-REG-FOLIO.
           READ DOC-SOLICITUDES
               INVALID KEY
                   DISPLAY "**** FOLIO NO ENCONTRADO ***"
                   EXIT PARAGRAPH
           END-READ.
           IF SOL-IMPRESO
               MOVE "REIMPRESO" TO WS-MOVIMIENTO
           ELSE
               MOVE "IMPRESO" TO WS-MOVIMIENTO
           END-IF.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           SET SOL-IMPRESO TO TRUE.
           MOVE WS-AUD-FECHA TO SOL-REG-FECHA-IMPRESO.
           MOVE WS-OPERADOR TO SOL-REG-OPERADOR-ULT.
           REWRITE SOL-REG-DOC
               INVALID KEY
                   DISPLAY "**** ERROR AL ACTUALIZAR, STATUS: "
                           WS-STATUS-SOL
           END-REWRITE.
           PERFORM 100900-AUDITORIA-LOG.
           IF WS-MOVIMIENTO = "IMPRESO"
               PERFORM 100420-AVISA-ALUMNO
           END-IF.
           EXIT.

       100410-LLAMA-GENERADOR.
      *    LOS GENERADORES PIDEN SU PROPIA CAPTURA; SE LE RECUERDA AL
      *    OPERADOR LA CLAVE DE LA SOLICITUD.
           DISPLAY "**** CAPTURE LA CLAVE " WS-CLAVE
                   " EN EL GENERADOR ***".
           EVALUATE WS-TIPO
               WHEN "C"
                   CALL "CONSTANCIA-DOC"
               WHEN "K"
                   CALL "KARDEX-DOC"
               WHEN "B"
                   CALL "BOLETA-DOC"
               WHEN OTHER
                   DISPLAY "**** EL CERTIFICADO SE ELABORA EN "
                           "CONTROL ESCOLAR; SE MARCA IMPRESO ***"
           END-EVALUATE.
           EXIT.

       100420-AVISA-ALUMNO.
           PERFORM 100070-NOMBRES.
           MOVE SPACES TO WS-NOT-MENSAJE.
           STRING
               "SU " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TIPO-NOMBRE) DELIMITED BY SIZE
               " (FOLIO " DELIMITED BY SIZE
               SOL-REG-FOLIO DELIMITED BY SIZE
               ") ESTA LISTO EN VENTANILLA" DELIMITED BY SIZE
           INTO WS-NOT-MENSAJE.
           CALL "NOTIFICA-WRITER" USING
               SOL-REG-CLAVE WS-NOT-EVENTO WS-NOT-MENSAJE.
           DISPLAY "**** AVISO AL ALUMNO EN COLA DE NOTIFICACIONES ***".
           EXIT.

       100500-ENTREGA.
           PERFORM 100060-CAPTURA-FOLIO.
           IF NOT SOL-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT SOL-IMPRESO
               DISPLAY "**** SOLO SE ENTREGA UN DOCUMENTO IMPRESO ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RECIBIO.
           PERFORM UNTIL WS-RECIBIO NOT = SPACES
               DISPLAY "LOG -- NOMBRE DE QUIEN RECIBE: "
                       WITH NO ADVANCING
               ACCEPT WS-RECIBIO
           END-PERFORM.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           SET SOL-ENTREGADO TO TRUE.
           MOVE WS-AUD-FECHA TO SOL-REG-FECHA-ENTREGA.
           MOVE FUNCTION UPPER-CASE(WS-RECIBIO) TO SOL-REG-RECIBIO.
           MOVE WS-OPERADOR TO SOL-REG-OPERADOR-ULT.
           REWRITE SOL-REG-DOC
               INVALID KEY
                   DISPLAY "**** ERROR AL ACTUALIZAR, STATUS: "
                           WS-STATUS-SOL
               NOT INVALID KEY
                   DISPLAY "**** DOCUMENTO ENTREGADO ***"
                   MOVE SOL-REG-CLAVE TO WS-CLAVE
                   MOVE SOL-REG-TIPO TO WS-TIPO
                   MOVE "ENTREGADO" TO WS-MOVIMIENTO
                   PERFORM 100900-AUDITORIA-LOG
           END-REWRITE.
           EXIT.

       100600-CONSULTA.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-TOTAL-SOLICITUDES.
           MOVE "N" TO WS-FIN-SOL.
           MOVE ZEROS TO SOL-REG-FOLIO.
           START DOC-SOLICITUDES KEY IS NOT LESS THAN SOL-REG-FOLIO
               INVALID KEY
                   SET FIN-SOLICITUDES TO TRUE
           END-START.
           PERFORM UNTIL FIN-SOLICITUDES
               READ DOC-SOLICITUDES NEXT RECORD
                   AT END
                       SET FIN-SOLICITUDES TO TRUE
                   NOT AT END
                       IF SOL-REG-CLAVE = WS-CLAVE
                           PERFORM 100610-MUESTRA-SOLICITUD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TOTAL-SOLICITUDES = ZEROS
               DISPLAY "**** EL ALUMNO NO TIENE SOLICITUDES ***"
           END-IF.
           EXIT.

       100610-MUESTRA-SOLICITUD.
           ADD 1 TO WS-TOTAL-SOLICITUDES.
           PERFORM 100070-NOMBRES.
           MOVE SOL-REG-MONTO TO WS-MONTO-EDIT.
           DISPLAY SOL-REG-FOLIO " " SOL-REG-FECHA " "
                   WS-TIPO-NOMBRE " " WS-MONTO-EDIT " "
                   WS-ESTATUS-NOMBRE.
           IF SOL-ENTREGADO
               DISPLAY "       ENTREGADO " SOL-REG-FECHA-ENTREGA
                       " A " FUNCTION TRIM(SOL-REG-RECIBIO)
           END-IF.
           EXIT.

       100900-AUDITORIA-LOG.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "VENTANILLA" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               "|SOLICITUD " DELIMITED BY SIZE
               SOL-REG-FOLIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOVIMIENTO) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM VENTANILLA-MAKER-DOC.
