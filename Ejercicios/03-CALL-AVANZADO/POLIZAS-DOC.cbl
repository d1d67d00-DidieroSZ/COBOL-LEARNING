      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: DAILY ACCOUNTING JOURNAL EXPORT. TURNS THE DAY'S
      *          MOVEMENTS OF "pagos.txt" (C, A, D, R) INTO THE POLIZAS
      *          FILE "POLIZAS-AAAAMMDD.txt" THAT THE ACCOUNTING SYSTEM
      *          IMPORTS: ONE POLIZA PER MOVEMENT TYPE, WITH A
      *          CONSECUTIVE NUMBER, AND ONE DEBIT/CREDIT PAIR PER
      *          CONCEPTO Y PLANTEL USING THE ACCOUNTS OF
      *          "cuentas-contables.txt" (CTA-REG-DOC):
      *            C CARGO       DEBE CXC      / HABER INGRESOS
      *            A ABONO       DEBE BANCOS   / HABER CXC
      *            D DEVOLUCION  DEBE CXC      / HABER BANCOS
      *            R CORRECCION  DEBE INGRESOS / HABER CXC
      *          EVERY EXPORTED DAY IS REGISTERED IN
      *          "polizas-control.txt" AND A SECOND RUN OF THE SAME DAY
      *          IS REFUSED; A DAY WITH A CONCEPTO WITHOUT ACCOUNTS IS
      *          NOT EXPORTED AT ALL. CONTROL REPORT "REP-POLIZAS.txt"
      *          AND ONE LINE IN "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLIZAS-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-PAG.

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

               SELECT DOC-CUENTAS ASSIGN TO "cuentas-contables.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTA-REG-LLAVE
                   FILE STATUS WS-STATUS-CTA.

               SELECT DOC-CONTROL ASSIGN TO "polizas-control.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-CTL.

               SELECT DOC-POLIZAS ASSIGN TO WS-POLIZAS-ARCHIVO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-PLZ.

               SELECT REP-POLIZAS ASSIGN TO "REP-POLIZAS.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-PAGOS.
               COPY "PAG-REG-DOC.cpy".

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-CUENTAS.
               COPY "CTA-REG-DOC.cpy".

      *    UN RENGLON POR DIA EXPORTADO: RANGO DE POLIZAS, PARTIDAS E
      *    IMPORTE, Y QUIEN Y CUANDO LO CORRIO.
           FD DOC-CONTROL.
               01 CTL-REG.
                   05 CTL-FECHA PIC 9(08).
                   05 CTL-POLIZA-INI PIC 9(06).
                   05 CTL-POLIZA-FIN PIC 9(06).
                   05 CTL-PARTIDAS PIC 9(06).
                   05 CTL-IMPORTE PIC 9(10)V99.
                   05 CTL-FECHA-CORRIDA PIC 9(08).
                   05 CTL-HORA PIC X(06).
                   05 CTL-OPERADOR PIC X(20).

      *    LAYOUT DE IMPORTACION DEL SISTEMA DE CONTABILIDAD: UN
      *    ENCABEZADO "P" POR POLIZA SEGUIDO DE SUS PARTIDAS "M".
           FD DOC-POLIZAS.
               01 PLZ-ENCABEZADO.
                   05 PLZ-E-REGISTRO PIC X(01).
                   05 PLZ-E-NUMERO PIC 9(06).
                   05 PLZ-E-TIPO PIC X(02).
                   05 PLZ-E-FECHA PIC 9(08).
                   05 PLZ-E-DESCRIPCION PIC X(40).
               01 PLZ-MOVIMIENTO.
                   05 PLZ-M-REGISTRO PIC X(01).
                   05 PLZ-M-NUMERO PIC 9(06).
                   05 PLZ-M-CUENTA PIC X(20).
                   05 PLZ-M-DEBE PIC 9(10)V99.
                   05 PLZ-M-HABER PIC 9(10)V99.
                   05 PLZ-M-REFERENCIA PIC X(30).

           FD REP-POLIZAS.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-CTA PIC XX.
               05 WS-STATUS-CTL PIC XX.
               05 WS-STATUS-PLZ PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-PLANTEL-MOV PIC 9(02) VALUE ZEROS.
               05 WS-CONCEPTO-MOV PIC X(20) VALUE SPACES.
               05 WS-POLIZA PIC 9(06) VALUE ZEROS.
               05 WS-POLIZA-MAX PIC 9(06) VALUE ZEROS.
               05 WS-POLIZA-INI PIC 9(06) VALUE ZEROS.
               05 WS-TIPO-POLIZA PIC X(01) VALUE SPACES.
               05 WS-MONTO-EDIT PIC ZZZZZZZZZ9.99.
               05 WS-DEBE-EDIT PIC ZZZZZZZZZ9.99.
               05 WS-HABER-EDIT PIC ZZZZZZZZZ9.99.

           01 WS-POLIZAS-ARCHIVO.
               05 FILLER PIC X(08) VALUE "POLIZAS-".
               05 WS-POLIZAS-FECHA PIC 9(08).
               05 FILLER PIC X(04) VALUE ".txt".

      *    ORDEN DE LAS POLIZAS DEL DIA Y SU TIPO Y DESCRIPCION EN EL
      *    SISTEMA DE CONTABILIDAD.
           01 WS-TIPOS-VALORES.
               05 FILLER PIC X(43)
                   VALUE "CDICARGOS DEVENGADOS DEL DIA               ".
               05 FILLER PIC X(43)
                   VALUE "AINCOBRANZA DEL DIA                        ".
               05 FILLER PIC X(43)
                   VALUE "DEGDEVOLUCIONES DEL DIA                    ".
               05 FILLER PIC X(43)
                   VALUE "RDICORRECCIONES DE CARGOS DEL DIA          ".
           01 WS-TIPOS REDEFINES WS-TIPOS-VALORES.
               05 WS-TIPO-ENT OCCURS 4 TIMES.
                   10 WS-TIPO-MOV PIC X(01).
                   10 WS-TIPO-CONTABLE PIC X(02).
                   10 WS-TIPO-DESCRIPCION PIC X(40).

      *    PARTIDAS DEL DIA POR TIPO + CONCEPTO + PLANTEL, CON LAS
      *    CUENTAS YA RESUELTAS (AL ESTILO DE INGRESOS-CONCEPTO-DOC).
           01 WS-ACUMULADO.
               05 WS-AC-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-AC-ENT OCCURS 500 TIMES.
                   10 WS-AC-TIPO PIC X(01).
                   10 WS-AC-CONCEPTO PIC X(20).
                   10 WS-AC-PLANTEL PIC 9(02).
                   10 WS-AC-IMPORTE PIC 9(10)V99.
                   10 WS-AC-MOVS PIC 9(05).
                   10 WS-AC-CTA-DEBE PIC X(20).
                   10 WS-AC-CTA-HABER PIC X(20).

           01 WS-CONTADORES.
               05 WS-TOTAL-MOVS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-POLIZAS PIC 9(03) VALUE ZEROS.
               05 WS-TOTAL-PARTIDAS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-SIN-CUENTA PIC 9(03) VALUE ZEROS.
               05 WS-TOTAL-DESBORDE PIC 9(06) VALUE ZEROS.
               05 WS-POLIZA-DEBE PIC 9(10)V99 VALUE ZEROS.
               05 WS-POLIZA-HABER PIC 9(10)V99 VALUE ZEROS.
               05 WS-GRAN-DEBE PIC 9(10)V99 VALUE ZEROS.
               05 WS-GRAN-HABER PIC 9(10)V99 VALUE ZEROS.
               05 WS-IMPORTE-MOVS PIC 9(10)V99 VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-TIPO PIC 9(01).
               05 WS-IDX-HALLADO PIC 9(03).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-PAG PIC X VALUE "N".
                   88 FIN-PAGOS VALUE "S".
               05 WS-FIN-CTL PIC X VALUE "N".
                   88 FIN-CONTROL VALUE "S".
               05 WS-DIA-EXPORTADO PIC X VALUE "N".
                   88 DIA-YA-EXPORTADO VALUE "S".
               05 WS-HALLADO PIC X VALUE "N".
                   88 ENTRADA-HALLADA VALUE "S".
               05 WS-CTA-HALLADA PIC X VALUE "N".
                   88 CUENTA-HALLADA VALUE "S".
               05 WS-POLIZA-ABIERTA PIC X VALUE "N".
                   88 POLIZA-ABIERTA VALUE "S".
               05 WS-CUADRE PIC X VALUE "S".
                   88 POLIZAS-CUADRADAS VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           PERFORM 100001-CAPTURA-OPERADOR.
           PERFORM 100005-CAPTURA-FECHA.
           PERFORM 100010-LEE-CONTROL.
           IF DIA-YA-EXPORTADO
               DISPLAY "**** EL DIA " WS-FECHA " YA SE EXPORTO A "
                       "CONTABILIDAD; CORRIDA RECHAZADA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100100-ACUMULA-MOVIMIENTOS.
           IF WS-AC-TOTAL = ZEROS
               DISPLAY "**** SIN MOVIMIENTOS EL DIA " WS-FECHA " ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100200-RESUELVE-CUENTAS.
           OPEN OUTPUT REP-POLIZAS.
           PERFORM 100510-ESCRIBE-ENCABEZADO.
           IF WS-TOTAL-SIN-CUENTA > ZEROS OR WS-TOTAL-DESBORDE > ZEROS
               PERFORM 100520-ESCRIBE-RECHAZO
               CLOSE REP-POLIZAS
               DISPLAY "**** HAY CONCEPTOS SIN CUENTA CONTABLE; NO SE "
                       "EXPORTO. VER REP-POLIZAS.txt ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MOVIMIENTOS DEL DIA: " WS-TOTAL-MOVS
                   "   PARTIDAS: " WS-AC-TOTAL.
           DISPLAY "¿GENERAR " WS-POLIZAS-ARCHIVO "? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S"
               CLOSE REP-POLIZAS
               DISPLAY "**** CORRIDA CANCELADA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100300-ESCRIBE-POLIZAS.
           PERFORM 100500-ESCRIBE-CONTROL.
           IF POLIZAS-CUADRADAS
               PERFORM 100400-REGISTRA-DIA
               PERFORM 100600-AUDITORIA-LOG
           END-IF.
           EXIT.

       100001-CAPTURA-OPERADOR.
           DISPLAY "LOG -- OPERADOR (CONTABILIDAD): "
                   WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           EXIT.

       100005-CAPTURA-FECHA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-FECHA.
           PERFORM UNTIL WS-FECHA NOT = ZEROS
               DISPLAY "LOG -- DIA A EXPORTAR AAAAMMDD (ENTER = HOY): "
                       WITH NO ADVANCING
               ACCEPT WS-FECHA
               IF WS-FECHA = ZEROS
                   MOVE WS-AUD-FECHA TO WS-FECHA
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA) NOT = ZEROS
                   DISPLAY "**** FECHA INVALIDA ***"
                   MOVE ZEROS TO WS-FECHA
               END-IF
           END-PERFORM.
           MOVE WS-FECHA TO WS-POLIZAS-FECHA.
           EXIT.

       100010-LEE-CONTROL.
      *    UN DIA SE EXPORTA UNA SOLA VEZ; EL NUMERO DE POLIZA SIGUE
      *    DESPUES DEL MAS ALTO YA ENVIADO.
           MOVE ZEROS TO WS-POLIZA-MAX.
           MOVE "N" TO WS-DIA-EXPORTADO.
           OPEN INPUT DOC-CONTROL.
           IF WS-STATUS-CTL = "00"
               PERFORM UNTIL FIN-CONTROL
                   READ DOC-CONTROL
                       AT END
                           SET FIN-CONTROL TO TRUE
                       NOT AT END
                           IF CTL-FECHA = WS-FECHA
                               SET DIA-YA-EXPORTADO TO TRUE
                           END-IF
                           IF CTL-POLIZA-FIN > WS-POLIZA-MAX
                               MOVE CTL-POLIZA-FIN TO WS-POLIZA-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-CONTROL
           END-IF.
           EXIT.

       100100-ACUMULA-MOVIMIENTOS.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG NOT = "00"
               DISPLAY "**** NO SE ENCONTRO PAGOS.TXT ***"
               SET FIN-PAGOS TO TRUE
           ELSE
               OPEN INPUT DOC-EST
               PERFORM UNTIL FIN-PAGOS
                   READ DOC-PAGOS
                       AT END
                           SET FIN-PAGOS TO TRUE
                       NOT AT END
                           IF PAG-REG-FECHA = WS-FECHA
                               PERFORM 100110-ACUMULA-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-EST
               CLOSE DOC-PAGOS
           END-IF.
           EXIT.

       100110-ACUMULA-MOVIMIENTO.
           ADD 1 TO WS-TOTAL-MOVS.
           ADD PAG-REG-MONTO TO WS-IMPORTE-MOVS.
           MOVE ZEROS TO WS-PLANTEL-MOV.
           MOVE PAG-REG-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EST-REG-PLANTEL TO WS-PLANTEL-MOV
           END-READ.
      *    LOS RECARGOS DE CADA MES VAN A LAS CUENTAS DEL CONCEPTO
      *    "RECARGO".
           MOVE PAG-REG-CONCEPTO TO WS-CONCEPTO-MOV.
           IF PAG-REG-CONCEPTO(1:8) = "RECARGO-"
               MOVE "RECARGO" TO WS-CONCEPTO-MOV
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM 100120-BUSCA-ENTRADA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AC-TOTAL OR ENTRADA-HALLADA.
           IF NOT ENTRADA-HALLADA
               IF WS-AC-TOTAL < 500
                   ADD 1 TO WS-AC-TOTAL
                   MOVE WS-AC-TOTAL TO WS-IDX-HALLADO
                   MOVE PAG-REG-TIPO TO WS-AC-TIPO(WS-IDX-HALLADO)
                   MOVE WS-CONCEPTO-MOV
                       TO WS-AC-CONCEPTO(WS-IDX-HALLADO)
                   MOVE WS-PLANTEL-MOV
                       TO WS-AC-PLANTEL(WS-IDX-HALLADO)
                   MOVE ZEROS TO WS-AC-IMPORTE(WS-IDX-HALLADO)
                   MOVE ZEROS TO WS-AC-MOVS(WS-IDX-HALLADO)
               ELSE
                   ADD 1 TO WS-TOTAL-DESBORDE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD PAG-REG-MONTO TO WS-AC-IMPORTE(WS-IDX-HALLADO).
           ADD 1 TO WS-AC-MOVS(WS-IDX-HALLADO).
           EXIT.

       100120-BUSCA-ENTRADA.
           IF WS-AC-TIPO(WS-IDX) = PAG-REG-TIPO
               AND WS-AC-CONCEPTO(WS-IDX) = WS-CONCEPTO-MOV
               AND WS-AC-PLANTEL(WS-IDX) = WS-PLANTEL-MOV
               SET ENTRADA-HALLADA TO TRUE
               MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF.
           EXIT.

       100200-RESUELVE-CUENTAS.
           OPEN INPUT DOC-CUENTAS.
           PERFORM 100210-RESUELVE-ENTRADA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AC-TOTAL.
           CLOSE DOC-CUENTAS.
           EXIT.

       100210-RESUELVE-ENTRADA.
      *    PRIMERO LA CUENTA DEL PLANTEL; SI NO HAY, LA GENERAL (00).
           MOVE SPACES TO WS-AC-CTA-DEBE(WS-IDX).
           MOVE SPACES TO WS-AC-CTA-HABER(WS-IDX).
           MOVE "N" TO WS-CTA-HALLADA.
           MOVE WS-AC-CONCEPTO(WS-IDX) TO CTA-REG-CONCEPTO.
           MOVE WS-AC-PLANTEL(WS-IDX) TO CTA-REG-PLANTEL.
           READ DOC-CUENTAS
               INVALID KEY
                   MOVE ZEROS TO CTA-REG-PLANTEL
                   READ DOC-CUENTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CUENTA-HALLADA TO TRUE
                   END-READ
               NOT INVALID KEY
                   SET CUENTA-HALLADA TO TRUE
           END-READ.
           IF NOT CUENTA-HALLADA
               ADD 1 TO WS-TOTAL-SIN-CUENTA
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-AC-TIPO(WS-IDX)
               WHEN "C"
                   MOVE CTA-REG-CXC TO WS-AC-CTA-DEBE(WS-IDX)
                   MOVE CTA-REG-INGRESO TO WS-AC-CTA-HABER(WS-IDX)
               WHEN "A"
                   MOVE CTA-REG-BANCO TO WS-AC-CTA-DEBE(WS-IDX)
                   MOVE CTA-REG-CXC TO WS-AC-CTA-HABER(WS-IDX)
               WHEN "D"
                   MOVE CTA-REG-CXC TO WS-AC-CTA-DEBE(WS-IDX)
                   MOVE CTA-REG-BANCO TO WS-AC-CTA-HABER(WS-IDX)
               WHEN "R"
                   MOVE CTA-REG-INGRESO TO WS-AC-CTA-DEBE(WS-IDX)
                   MOVE CTA-REG-CXC TO WS-AC-CTA-HABER(WS-IDX)
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-SIN-CUENTA
           END-EVALUATE.
           EXIT.

       100300-ESCRIBE-POLIZAS.
           OPEN OUTPUT DOC-POLIZAS.
           MOVE WS-POLIZA-MAX TO WS-POLIZA.
           COMPUTE WS-POLIZA-INI = WS-POLIZA-MAX + 1.
           PERFORM 100310-ESCRIBE-POLIZA
               VARYING WS-IDX-TIPO FROM 1 BY 1
               UNTIL WS-IDX-TIPO > 4.
           CLOSE DOC-POLIZAS.
           EXIT.

       100310-ESCRIBE-POLIZA.
      *    UNA POLIZA POR TIPO DE MOVIMIENTO QUE HAYA TENIDO EL DIA.
           MOVE WS-TIPO-MOV(WS-IDX-TIPO) TO WS-TIPO-POLIZA.
           MOVE "N" TO WS-POLIZA-ABIERTA.
           MOVE ZEROS TO WS-POLIZA-DEBE.
           MOVE ZEROS TO WS-POLIZA-HABER.
           PERFORM 100320-ESCRIBE-PARTIDA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AC-TOTAL.
           IF NOT POLIZA-ABIERTA
               EXIT PARAGRAPH
           END-IF.
           ADD WS-POLIZA-DEBE TO WS-GRAN-DEBE.
           ADD WS-POLIZA-HABER TO WS-GRAN-HABER.
           IF WS-POLIZA-DEBE NOT = WS-POLIZA-HABER
               MOVE "N" TO WS-CUADRE
           END-IF.
           MOVE WS-POLIZA-DEBE TO WS-DEBE-EDIT.
           MOVE WS-POLIZA-HABER TO WS-HABER-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "POLIZA " DELIMITED BY SIZE
               WS-POLIZA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIPO-CONTABLE(WS-IDX-TIPO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIPO-DESCRIPCION(WS-IDX-TIPO) DELIMITED BY SIZE
               " DEBE " DELIMITED BY SIZE
               WS-DEBE-EDIT DELIMITED BY SIZE
               " HABER " DELIMITED BY SIZE
               WS-HABER-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100320-ESCRIBE-PARTIDA.
           IF WS-AC-TIPO(WS-IDX) NOT = WS-TIPO-POLIZA
               EXIT PARAGRAPH
           END-IF.
           IF NOT POLIZA-ABIERTA
               SET POLIZA-ABIERTA TO TRUE
               ADD 1 TO WS-POLIZA
               ADD 1 TO WS-TOTAL-POLIZAS
               INITIALIZE PLZ-ENCABEZADO
               MOVE "P" TO PLZ-E-REGISTRO
               MOVE WS-POLIZA TO PLZ-E-NUMERO
               MOVE WS-TIPO-CONTABLE(WS-IDX-TIPO) TO PLZ-E-TIPO
               MOVE WS-FECHA TO PLZ-E-FECHA
               MOVE WS-TIPO-DESCRIPCION(WS-IDX-TIPO)
                   TO PLZ-E-DESCRIPCION
               WRITE PLZ-ENCABEZADO
           END-IF.
           INITIALIZE PLZ-MOVIMIENTO.
           MOVE "M" TO PLZ-M-REGISTRO.
           MOVE WS-POLIZA TO PLZ-M-NUMERO.
           MOVE WS-AC-CTA-DEBE(WS-IDX) TO PLZ-M-CUENTA.
           MOVE WS-AC-IMPORTE(WS-IDX) TO PLZ-M-DEBE.
           MOVE ZEROS TO PLZ-M-HABER.
           STRING
               WS-AC-CONCEPTO(WS-IDX) DELIMITED BY SIZE
               " PLANTEL " DELIMITED BY SIZE
               WS-AC-PLANTEL(WS-IDX) DELIMITED BY SIZE
           INTO PLZ-M-REFERENCIA.
           WRITE PLZ-MOVIMIENTO.
           ADD WS-AC-IMPORTE(WS-IDX) TO WS-POLIZA-DEBE.
           MOVE WS-AC-CTA-HABER(WS-IDX) TO PLZ-M-CUENTA.
           MOVE ZEROS TO PLZ-M-DEBE.
           MOVE WS-AC-IMPORTE(WS-IDX) TO PLZ-M-HABER.
           WRITE PLZ-MOVIMIENTO.
           ADD WS-AC-IMPORTE(WS-IDX) TO WS-POLIZA-HABER.
           ADD 2 TO WS-TOTAL-PARTIDAS.
           EXIT.

       100400-REGISTRA-DIA.
           ACCEPT WS-AUD-HORA FROM TIME.
           OPEN EXTEND DOC-CONTROL.
           IF WS-STATUS-CTL = "35"
               OPEN OUTPUT DOC-CONTROL
           END-IF.
           INITIALIZE CTL-REG.
           MOVE WS-FECHA TO CTL-FECHA.
           MOVE WS-POLIZA-INI TO CTL-POLIZA-INI.
           MOVE WS-POLIZA TO CTL-POLIZA-FIN.
           MOVE WS-TOTAL-PARTIDAS TO CTL-PARTIDAS.
           MOVE WS-GRAN-DEBE TO CTL-IMPORTE.
           MOVE WS-AUD-FECHA TO CTL-FECHA-CORRIDA.
           MOVE WS-AUD-HORA(1:6) TO CTL-HORA.
           MOVE WS-OPERADOR TO CTL-OPERADOR.
           WRITE CTL-REG.
           CLOSE DOC-CONTROL.
           EXIT.

       100510-ESCRIBE-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "POLIZAS CONTABLES DEL DIA " DELIMITED BY SIZE
               WS-FECHA DELIMITED BY SIZE
               " - CORRIDA DEL " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100520-ESCRIBE-RECHAZO.
      *    SE LISTAN LOS CONCEPTOS QUE FALTA DAR DE ALTA EN
      *    CUENTAS-CONTABLES-MAKER-DOC; EL DIA QUEDA SIN EXPORTAR.
           PERFORM 100530-LINEA-SIN-CUENTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AC-TOTAL.
           IF WS-TOTAL-DESBORDE > ZEROS
               INITIALIZE LINEA-TEMP
               STRING
                   "**** MOVIMIENTOS FUERA DE LA TABLA DE PARTIDAS: "
                       DELIMITED BY SIZE
                   WS-TOTAL-DESBORDE DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE "**** DIA NO EXPORTADO ****" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100530-LINEA-SIN-CUENTA.
           IF WS-AC-CTA-DEBE(WS-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AC-IMPORTE(WS-IDX) TO WS-MONTO-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "SIN CUENTA CONTABLE: " DELIMITED BY SIZE
               WS-AC-CONCEPTO(WS-IDX) DELIMITED BY SIZE
               " PLANTEL " DELIMITED BY SIZE
               WS-AC-PLANTEL(WS-IDX) DELIMITED BY SIZE
               " TIPO " DELIMITED BY SIZE
               WS-AC-TIPO(WS-IDX) DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-ESCRIBE-CONTROL.
      *    CIFRA CONTROL: DEBE = HABER EN CADA POLIZA Y EL TOTAL
      *    COINCIDE CON LA SUMA DE LOS MOVIMIENTOS DEL DIA EN
      *    PAGOS.TXT. SI NO CUADRA, EL DIA NO SE REGISTRA COMO
      *    EXPORTADO.
           IF WS-GRAN-DEBE NOT = WS-IMPORTE-MOVS
               MOVE "N" TO WS-CUADRE
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "MOVIMIENTOS DEL DIA:    " DELIMITED BY SIZE
               WS-TOTAL-MOVS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "POLIZAS GENERADAS:      " DELIMITED BY SIZE
               WS-TOTAL-POLIZAS DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-POLIZA-INI DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-POLIZA DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "PARTIDAS:               " DELIMITED BY SIZE
               WS-TOTAL-PARTIDAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE WS-IMPORTE-MOVS TO WS-MONTO-EDIT.
           MOVE WS-GRAN-DEBE TO WS-DEBE-EDIT.
           MOVE WS-GRAN-HABER TO WS-HABER-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "IMPORTE MOVIMIENTOS:    " DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
               "  DEBE " DELIMITED BY SIZE
               WS-DEBE-EDIT DELIMITED BY SIZE
               "  HABER " DELIMITED BY SIZE
               WS-HABER-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF POLIZAS-CUADRADAS
               MOVE "CUADRADO: DEBE = HABER = MOVIMIENTOS DEL DIA"
                   TO LINEA-TEMP
           ELSE
               MOVE "**** DESCUADRE; EL DIA NO SE REGISTRA EXPORTADO"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           CLOSE REP-POLIZAS.
           DISPLAY "**** POLIZAS " WS-POLIZA-INI " A " WS-POLIZA
                   " EN " WS-POLIZAS-ARCHIVO " ***".
           EXIT.

       100600-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "POLIZAS" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|DIA " DELIMITED BY SIZE
               WS-FECHA DELIMITED BY SIZE
               " POLIZAS " DELIMITED BY SIZE
               WS-POLIZA-INI DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-POLIZA DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               WS-DEBE-EDIT DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM POLIZAS-DOC.
