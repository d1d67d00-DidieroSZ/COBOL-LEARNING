      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: DAILY PAYMENT-DUE REMINDERS. WALKS THE "C" CARGOS OF
      *          "pagos.txt" PER STUDENT, APPLIES THE ABONOS TO THE
      *          OLDEST CARGOS FIRST (SAME AS RECARGOS-MORA-DOC) AND
      *          FOR EVERY CARGO STILL OPEN QUEUES A "RECORDATORIO"
      *          THROUGH NOTIFICA-WRITER N DAYS BEFORE ITS
      *          PAG-REG-VENCIMIENTO AND A "VENCE-HOY" ON THE DUE DATE
      *          ITSELF. LAS PARCIALIDADES DE "convenios.txt" SE
      *          RECUERDAN IGUAL, SALVO QUE EL SALDO DEL ALUMNO YA ESTE
      *          CUBIERTO O QUE LOS ABONOS DESDE LA FIRMA YA ALCANCEN
      *          LA PARCIALIDAD (CONVENIO-SEARCH). N SALE DE
      *          "parametros.txt" (RECORDA-DIAS). LO ENVIADO QUEDA EN
      *          "recordatorios.txt", ASI CADA CARGO O PARCIALIDAD SE
      *          RECUERDA UNA SOLA VEZ POR ANTICIPACION AUNQUE LA
      *          CORRIDA SE REPITA. CORRE SIN PREGUNTAS COMO PASO
      *          "RECORDATORIO" DE DRIVER-DIARIO-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORDATORIOS-PAGO-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAG.
       SELECT SORT-FILE ASSIGN TO "SORTWK-RECORDA".
       SELECT DOC-PAGOS-ORD ASSIGN TO "RECORDA-TMP.ord"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.
       SELECT DOC-CONVENIOS ASSIGN TO "convenios.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CNV.
       SELECT DOC-RECORDA ASSIGN TO "recordatorios.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCD-REG-LLAVE
           FILE STATUS IS WS-STATUS-RCD.

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

           FD DOC-CONVENIOS.
           01 CNV-REG.
               05 CNV-CLAVE PIC 9(08).
               05 CNV-FECHA-CONV PIC 9(08).
               05 CNV-NUM PIC 9(02).
               05 CNV-FECHA-PAGO PIC 9(08).
               05 CNV-MONTO PIC 9(06)V99.
               05 CNV-AUTORIZA PIC X(10).

           FD DOC-RECORDA.
           COPY "RCD-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-ORD PIC XX.
               05 WS-STATUS-CNV PIC XX.
               05 WS-STATUS-RCD PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-DIA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-DIA-VENCE PIC 9(08) VALUE ZEROS.
               05 WS-CONVENIO-LK PIC X VALUE "N".
               05 WS-SALDO-VENCIDO PIC S9(07)V99 VALUE ZEROS.
               05 WS-SALDO-TOTAL PIC S9(07)V99 VALUE ZEROS.
               05 WS-MONTO-EDIT PIC ZZZZZ9.99.

      *    DIAS DE ANTICIPACION DEL PRIMER AVISO; EL SEGUNDO SIEMPRE
      *    SALE EL DIA DEL VENCIMIENTO.
           01 WS-REGLAS.
               05 WS-DIAS-AVISO PIC 9(05) VALUE 3.

      *    AVISO EN TURNO: LO QUE SE GRABA EN RECORDATORIOS.TXT Y LO
      *    QUE VIAJA A LA COLA DE NOTIFICACIONES.
           01 WS-AVISO.
               05 WS-AVI-CLAVE PIC 9(08).
               05 WS-AVI-ORIGEN PIC X(01).
               05 WS-AVI-VENCIMIENTO PIC 9(08).
               05 WS-AVI-REFERENCIA PIC X(20).
               05 WS-AVI-DIAS PIC 9(03).
               05 WS-AVI-MONTO PIC 9(06)V99.
               05 WS-AVI-FECHA-EDIT PIC X(10).

           01 WS-NOTIFICA.
               05 WS-NOT-EVENTO PIC X(12).
               05 WS-NOT-MENSAJE PIC X(60).

      *    MOVIMIENTOS DEL ALUMNO EN TURNO: CARGOS EN ORDEN DE
      *    VENCIMIENTO Y TOTAL DE CREDITOS.
           01 WS-ALUMNO.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-CREDITO PIC S9(08)V99 VALUE ZEROS.
               05 WS-PENDIENTE PIC 9(06)V99 VALUE ZEROS.
               05 WS-CONVENIO-REVISADO PIC X VALUE "N".
                   88 CONVENIO-REVISADO VALUE "S".
               05 WS-CONVENIO-ALUMNO PIC X VALUE "N".
                   88 ALUMNO-CON-CONVENIO VALUE "S".
               05 WS-CAR-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-CAR-TABLA OCCURS 300 TIMES.
                   10 WS-CAR-VENCIMIENTO PIC 9(08).
                   10 WS-CAR-MONTO PIC 9(06)V99.
                   10 WS-CAR-CONCEPTO PIC X(20).

      *    PARCIALIDADES QUE CAEN EN LA VENTANA DE AVISO; SE CARGAN
      *    ANTES DE REVISARLAS PORQUE CONVENIO-SEARCH ABRE EL MISMO
      *    CONVENIOS.TXT.
           01 WS-PARCIALIDADES.
               05 WS-PAR-TOTAL PIC 9(04) VALUE ZEROS.
               05 WS-PAR-TABLA OCCURS 2000 TIMES.
                   10 WS-PAR-CLAVE PIC 9(08).
                   10 WS-PAR-FECHA-CONV PIC 9(08).
                   10 WS-PAR-NUM PIC 9(02).
                   10 WS-PAR-FECHA-PAGO PIC 9(08).
                   10 WS-PAR-MONTO PIC 9(06)V99.
                   10 WS-PAR-DIAS PIC 9(03).

           01 WS-CONTADORES.
               05 WS-TOTAL-PREVIOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-VENCE-HOY PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-PARCIALIDADES PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-YA-ENVIADOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-CUBIERTOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-CONVENIO PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-DESBORDE PIC 9(06) VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-PAR PIC 9(04).

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-FIN-ORD PIC X VALUE "N".
                   88 FIN-ORDENADO VALUE "S".
               05 WS-FIN-CNV PIC X VALUE "N".
                   88 FIN-CONVENIOS VALUE "S".
               05 WS-EN-VENTANA PIC X VALUE "N".
                   88 DENTRO-DE-VENTANA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           PERFORM 100005-LEE-PARAMETROS.
           OPEN I-O DOC-RECORDA.
           IF WS-STATUS-RCD = "35"
               OPEN OUTPUT DOC-RECORDA
               CLOSE DOC-RECORDA
               OPEN I-O DOC-RECORDA
           END-IF.
           IF WS-STATUS-RCD NOT = "00"
               DISPLAY "**** ERROR AL ABRIR RECORDATORIOS.TXT, STATUS: "
                       WS-STATUS-RCD
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100100-CARGOS.
           PERFORM 100500-PARCIALIDADES.
           CLOSE DOC-RECORDA.
           PERFORM 100800-AUDITA-CORRIDA.
           DISPLAY "**** RECORDATORIOS: " WS-TOTAL-PREVIOS
                   " PREVIOS, " WS-TOTAL-VENCE-HOY " VENCEN HOY, "
                   WS-TOTAL-PARCIALIDADES " PARCIALIDADES; "
                   WS-TOTAL-YA-ENVIADOS " YA ENVIADOS ***".
           IF WS-TOTAL-DESBORDE > ZEROS
               DISPLAY "**** CARGOS SIN REVISAR POR DESBORDE: "
                       WS-TOTAL-DESBORDE " ***"
           END-IF.
           EXIT.

       100005-LEE-PARAMETROS.
           MOVE "RECORDA-DIAS" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-DIAS-AVISO
           END-IF.
      *    LA ANTICIPACION VIAJA EN LA LLAVE DEL AVISO CON 3 DIGITOS.
           IF WS-DIAS-AVISO > 999
               MOVE 999 TO WS-DIAS-AVISO
           END-IF.
           EXIT.

       100100-CARGOS.
      *    EL DIARIO SE ORDENA A UN TEMPORAL POR CLAVE Y VENCIMIENTO;
      *    CORTE DE CONTROL POR CLAVE COMO EN RECARGOS-MORA-DOC.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG NOT = "00"
               DISPLAY "**** NO HAY PAGOS.TXT; SIN CARGOS QUE "
                       "RECORDAR ***"
               EXIT PARAGRAPH
           END-IF.
           CLOSE DOC-PAGOS.
           SORT SORT-FILE
               ON ASCENDING KEY SD-CLAVE SD-VENCIMIENTO
               USING DOC-PAGOS
               GIVING DOC-PAGOS-ORD.
           OPEN INPUT DOC-PAGOS-ORD.
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
           CLOSE DOC-PAGOS-ORD.
           EXIT.

       100110-INICIA-ALUMNO.
           MOVE ORD-CLAVE TO WS-CLAVE.
           MOVE ZEROS TO WS-CREDITO.
           MOVE ZEROS TO WS-CAR-TOTAL.
           MOVE "N" TO WS-CONVENIO-REVISADO.
           MOVE "N" TO WS-CONVENIO-ALUMNO.
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

       100300-JUZGA-ALUMNO.
           IF WS-CREDITO < ZEROS
               MOVE ZEROS TO WS-CREDITO
           END-IF.
           PERFORM 100310-JUZGA-CARGO
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-CAR-TOTAL.
           EXIT.

       100310-JUZGA-CARGO.
      *    LOS ABONOS SE APLICAN AL CARGO MAS VIEJO PRIMERO; UN CARGO
      *    YA CUBIERTO NO SE RECUERDA.
           IF WS-CREDITO >= WS-CAR-MONTO(WS-IDX)
               SUBTRACT WS-CAR-MONTO(WS-IDX) FROM WS-CREDITO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PENDIENTE = WS-CAR-MONTO(WS-IDX) - WS-CREDITO.
           MOVE ZEROS TO WS-CREDITO.
      *    EL RECARGO VENCE EL MISMO DIA EN QUE SE ASIENTA: NO HAY
      *    NADA QUE ANTICIPAR.
           IF WS-CAR-CONCEPTO(WS-IDX)(1:8) = "RECARGO-"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAR-VENCIMIENTO(WS-IDX))
               NOT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CAR-VENCIMIENTO(WS-IDX) TO WS-AVI-VENCIMIENTO.
           PERFORM 100400-VENTANA.
           IF NOT DENTRO-DE-VENTANA
               EXIT PARAGRAPH
           END-IF.
      *    CON CONVENIO VIGENTE EL ALUMNO PAGA POR PARCIALIDADES; ESAS
      *    SE RECUERDAN EN 100500.
           IF NOT CONVENIO-REVISADO
               SET CONVENIO-REVISADO TO TRUE
               MOVE "N" TO WS-CONVENIO-LK
               CALL "CONVENIO-SEARCH" USING
                   WS-CLAVE WS-FECHA-HOY WS-CONVENIO-LK
               IF WS-CONVENIO-LK = "V"
                   SET ALUMNO-CON-CONVENIO TO TRUE
               END-IF
           END-IF.
           IF ALUMNO-CON-CONVENIO
               ADD 1 TO WS-TOTAL-CONVENIO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLAVE TO WS-AVI-CLAVE.
           MOVE "C" TO WS-AVI-ORIGEN.
           MOVE WS-CAR-CONCEPTO(WS-IDX) TO WS-AVI-REFERENCIA.
           MOVE WS-PENDIENTE TO WS-AVI-MONTO.
           PERFORM 100600-ENVIA-AVISO.
           EXIT.

       100400-VENTANA.
      *    AVISO PREVIO CUANDO EL VENCIMIENTO CAE DENTRO DE LOS
      *    PROXIMOS N DIAS (SI UNA NOCHE NO CORRIO, LA SIGUIENTE LO
      *    MANDA); AVISO DEL DIA CUANDO VENCE HOY.
           MOVE "N" TO WS-EN-VENTANA.
           COMPUTE WS-DIA-VENCE =
               FUNCTION INTEGER-OF-DATE(WS-AVI-VENCIMIENTO).
           IF WS-DIA-VENCE = WS-DIA-HOY
               MOVE ZEROS TO WS-AVI-DIAS
               SET DENTRO-DE-VENTANA TO TRUE
           ELSE
               IF WS-DIA-VENCE > WS-DIA-HOY
                   AND WS-DIA-VENCE - WS-DIA-HOY <= WS-DIAS-AVISO
                   MOVE WS-DIAS-AVISO TO WS-AVI-DIAS
                   SET DENTRO-DE-VENTANA TO TRUE
               END-IF
           END-IF.
           EXIT.

       100500-PARCIALIDADES.
           OPEN INPUT DOC-CONVENIOS.
           IF WS-STATUS-CNV NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-CONVENIOS
               READ DOC-CONVENIOS
                   AT END
                       SET FIN-CONVENIOS TO TRUE
                   NOT AT END
                       PERFORM 100510-GUARDA-PARCIALIDAD
               END-READ
           END-PERFORM.
           CLOSE DOC-CONVENIOS.
           PERFORM 100520-JUZGA-PARCIALIDAD
               VARYING WS-IDX-PAR FROM 1 BY 1
               UNTIL WS-IDX-PAR > WS-PAR-TOTAL.
           EXIT.

       100510-GUARDA-PARCIALIDAD.
           IF FUNCTION TEST-DATE-YYYYMMDD(CNV-FECHA-PAGO) NOT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE CNV-FECHA-PAGO TO WS-AVI-VENCIMIENTO.
           PERFORM 100400-VENTANA.
           IF NOT DENTRO-DE-VENTANA
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAR-TOTAL >= 2000
               ADD 1 TO WS-TOTAL-DESBORDE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAR-TOTAL.
           MOVE CNV-CLAVE TO WS-PAR-CLAVE(WS-PAR-TOTAL).
           MOVE CNV-FECHA-CONV TO WS-PAR-FECHA-CONV(WS-PAR-TOTAL).
           MOVE CNV-NUM TO WS-PAR-NUM(WS-PAR-TOTAL).
           MOVE CNV-FECHA-PAGO TO WS-PAR-FECHA-PAGO(WS-PAR-TOTAL).
           MOVE CNV-MONTO TO WS-PAR-MONTO(WS-PAR-TOTAL).
           MOVE WS-AVI-DIAS TO WS-PAR-DIAS(WS-PAR-TOTAL).
           EXIT.

       100520-JUZGA-PARCIALIDAD.
      *    SIN SALDO PENDIENTE NO HAY NADA QUE RECORDAR; Y SI LOS
      *    ABONOS DESDE LA FIRMA YA CUBREN HASTA ESTA PARCIALIDAD, EL
      *    CONVENIO SALE VIGENTE A SU FECHA DE PAGO.
           MOVE ZEROS TO WS-SALDO-VENCIDO.
           MOVE ZEROS TO WS-SALDO-TOTAL.
           CALL "PAGOS-SALDO-SEARCH" USING
               WS-PAR-CLAVE(WS-IDX-PAR) WS-FECHA-HOY
               WS-SALDO-VENCIDO WS-SALDO-TOTAL.
           IF WS-SALDO-TOTAL <= ZEROS
               ADD 1 TO WS-TOTAL-CUBIERTOS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONVENIO-LK.
           CALL "CONVENIO-SEARCH" USING
               WS-PAR-CLAVE(WS-IDX-PAR) WS-PAR-FECHA-PAGO(WS-IDX-PAR)
               WS-CONVENIO-LK.
           IF WS-CONVENIO-LK = "V"
               ADD 1 TO WS-TOTAL-CUBIERTOS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAR-CLAVE(WS-IDX-PAR) TO WS-AVI-CLAVE.
           MOVE "P" TO WS-AVI-ORIGEN.
           MOVE WS-PAR-FECHA-PAGO(WS-IDX-PAR) TO WS-AVI-VENCIMIENTO.
           MOVE WS-PAR-DIAS(WS-IDX-PAR) TO WS-AVI-DIAS.
           MOVE WS-PAR-MONTO(WS-IDX-PAR) TO WS-AVI-MONTO.
           INITIALIZE WS-AVI-REFERENCIA.
           STRING
               "CONVENIO " DELIMITED BY SIZE
               WS-PAR-FECHA-CONV(WS-IDX-PAR) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAR-NUM(WS-IDX-PAR) DELIMITED BY SIZE
           INTO WS-AVI-REFERENCIA.
           PERFORM 100600-ENVIA-AVISO.
           EXIT.

       100600-ENVIA-AVISO.
      *    PRIMERO SE ASIENTA EN RECORDATORIOS.TXT: SI LA LLAVE YA
      *    EXISTE, ESTE AVISO SALIO EN UNA CORRIDA ANTERIOR.
           INITIALIZE RCD-REG-DOC.
           MOVE WS-AVI-CLAVE TO RCD-REG-CLAVE.
           MOVE WS-AVI-ORIGEN TO RCD-REG-ORIGEN.
           MOVE WS-AVI-VENCIMIENTO TO RCD-REG-VENCIMIENTO.
           MOVE WS-AVI-REFERENCIA TO RCD-REG-REFERENCIA.
           MOVE WS-AVI-DIAS TO RCD-REG-DIAS.
           MOVE WS-FECHA-HOY TO RCD-REG-FECHA-ENVIO.
           MOVE WS-AVI-MONTO TO RCD-REG-MONTO.
           WRITE RCD-REG-DOC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-YA-ENVIADOS
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE WS-AVI-MONTO TO WS-MONTO-EDIT.
           STRING
               WS-AVI-VENCIMIENTO(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-AVI-VENCIMIENTO(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-AVI-VENCIMIENTO(1:4) DELIMITED BY SIZE
           INTO WS-AVI-FECHA-EDIT.
           INITIALIZE WS-NOT-MENSAJE.
           IF WS-AVI-DIAS = ZEROS
               MOVE "VENCE-HOY" TO WS-NOT-EVENTO
               STRING
                   "HOY VENCE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AVI-REFERENCIA) DELIMITED BY SIZE
                   " POR $" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MONTO-EDIT) DELIMITED BY SIZE
               INTO WS-NOT-MENSAJE
               ADD 1 TO WS-TOTAL-VENCE-HOY
           ELSE
               MOVE "RECORDATORIO" TO WS-NOT-EVENTO
               STRING
                   FUNCTION TRIM(WS-AVI-REFERENCIA) DELIMITED BY SIZE
                   " POR $" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MONTO-EDIT) DELIMITED BY SIZE
                   " VENCE EL " DELIMITED BY SIZE
                   WS-AVI-FECHA-EDIT DELIMITED BY SIZE
               INTO WS-NOT-MENSAJE
               ADD 1 TO WS-TOTAL-PREVIOS
           END-IF.
           IF WS-AVI-ORIGEN = "P"
               ADD 1 TO WS-TOTAL-PARCIALIDADES
           END-IF.
           CALL "NOTIFICA-WRITER" USING
               WS-AVI-CLAVE WS-NOT-EVENTO WS-NOT-MENSAJE.
           EXIT.

       100800-AUDITA-CORRIDA.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "RECORDATORIOS-PAGO" DELIMITED BY SIZE
               "|NOCTURNO  |" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|PREVIOS " DELIMITED BY SIZE
               WS-TOTAL-PREVIOS DELIMITED BY SIZE
               " VENCE-HOY " DELIMITED BY SIZE
               WS-TOTAL-VENCE-HOY DELIMITED BY SIZE
               " PARCIALIDADES " DELIMITED BY SIZE
               WS-TOTAL-PARCIALIDADES DELIMITED BY SIZE
               " YA-ENVIADOS " DELIMITED BY SIZE
               WS-TOTAL-YA-ENVIADOS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM RECORDATORIOS-PAGO-DOC.
