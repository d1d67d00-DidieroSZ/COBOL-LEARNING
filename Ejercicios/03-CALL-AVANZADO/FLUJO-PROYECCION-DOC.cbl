      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: WEEKLY CASH-FLOW PROJECTION "REP-FLUJO.txt": CUANTO
      *          DINERO DEBE ENTRAR EN LAS PROXIMAS OCHO SEMANAS, POR
      *          SEMANA Y PLANTEL. SUMA LO PENDIENTE DE LOS CARGOS
      *          ABIERTOS DE "pagos.txt" POR PAG-REG-VENCIMIENTO Y DE
      *          LAS PARCIALIDADES DE "convenios.txt" POR
      *          CNV-FECHA-PAGO, Y DESCUENTA CADA SEMANA CON LA TASA
      *          HISTORICA DE COBRO A TIEMPO DEL PLANTEL (LO QUE SE
      *          PAGO A MAS TARDAR EN SU VENCIMIENTO SOBRE LO CARGADO,
      *          EN LOS CARGOS YA VENCIDOS). LO YA VENCIDO AL CORTE
      *          SALE APARTE Y SIN DESCONTAR: ES DINERO QUE SE ESPERA
      *          RECUPERAR, NO INGRESO PROBABLE.
      *          LOS ABONOS SE APLICAN AL CARGO MAS VIEJO PRIMERO
      *          (MISMO CRITERIO QUE RECARGOS-MORA-DOC). EN LOS ALUMNOS
      *          CON CONVENIO, LOS CARGOS VENCIDOS HASTA LA FIRMA YA
      *          ESTAN EN LAS PARCIALIDADES: LOS ABONOS DESDE LA FIRMA
      *          CUBREN PRIMERO LAS PARCIALIDADES Y LUEGO LOS CARGOS
      *          POSTERIORES, PARA NO CONTAR DOS VECES LA MISMA DEUDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUJO-PROYECCION-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-PAG.

               SELECT SORT-FILE ASSIGN TO "SORTWK-FLUJO".

               SELECT DOC-PAGOS-ORD ASSIGN TO "FLUJO-TMP.ord"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-ORD.

               SELECT DOC-CONVENIOS ASSIGN TO "convenios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-CNV.

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

               SELECT REP-FLUJO ASSIGN TO "REP-FLUJO.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-PAGOS.
               COPY "PAG-REG-DOC.cpy".

      *    LLAVES DE ORDEN EN LAS MISMAS POSICIONES DE PAG-REG-DOC.
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
                   05 FILLER PIC X(71).

           FD DOC-CONVENIOS.
               01 CNV-REG.
                   05 CNV-CLAVE PIC 9(08).
                   05 CNV-FECHA-CONV PIC 9(08).
                   05 CNV-NUM PIC 9(02).
                   05 CNV-FECHA-PAGO PIC 9(08).
                   05 CNV-MONTO PIC 9(06)V99.
                   05 CNV-AUTORIZA PIC X(10).

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD REP-FLUJO.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-ORD PIC XX.
               05 WS-STATUS-CNV PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-CORTE PIC 9(08) VALUE ZEROS.
               05 WS-DIA-CORTE PIC 9(08) VALUE ZEROS.
               05 WS-DIA-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-DIAS PIC S9(08) VALUE ZEROS.
               05 WS-FECHA-BUCKET PIC 9(08) VALUE ZEROS.
               05 WS-IMPORTE-BUCKET PIC 9(08)V99 VALUE ZEROS.
               05 WS-ORIGEN PIC X(01) VALUE SPACES.
                   88 ORIGEN-CARGO VALUE "C".
                   88 ORIGEN-CONVENIO VALUE "V".
               05 WS-SEMANA-INI PIC 9(08) VALUE ZEROS.
               05 WS-SEMANA-FIN PIC 9(08) VALUE ZEROS.
               05 WS-TASA PIC 9V9(04) VALUE ZEROS.
               05 WS-TASA-PCT PIC 9(03)V99 VALUE ZEROS.
               05 WS-TASA-EDIT PIC ZZ9.99.
               05 WS-CARGOS-EDIT PIC ZZZZZZZZ9.99.
               05 WS-CONV-EDIT PIC ZZZZZZZZ9.99.
               05 WS-ESPERADO-EDIT PIC ZZZZZZZZ9.99.
               05 WS-PROBABLE-EDIT PIC ZZZZZZZZ9.99.
               05 WS-PLANTEL-NUM PIC 9(02) VALUE ZEROS.
               05 WS-PLANTEL-LK PIC X(02).
               05 WS-PLANTEL-NOMBRE-LK PIC A(30).
               05 WS-PLANTEL-VALIDO PIC X.

      *    PARCIALIDADES DE TODOS LOS CONVENIOS; EL ARCHIVO NO VIENE
      *    ORDENADO POR CLAVE.
           01 WS-CONVENIOS.
               05 WS-CNV-TOTAL PIC 9(04) VALUE ZEROS.
               05 WS-CNV-TABLA OCCURS 3000 TIMES.
                   10 WS-CNV-CLAVE PIC 9(08).
                   10 WS-CNV-FIRMA PIC 9(08).
                   10 WS-CNV-FECHA-PAGO PIC 9(08).
                   10 WS-CNV-MONTO PIC 9(06)V99.

      *    MOVIMIENTOS DEL ALUMNO EN TURNO: CARGOS EN ORDEN DE
      *    VENCIMIENTO Y CREDITOS (A Y R SUMAN, D RESTA) CON SU FECHA.
           01 WS-ALUMNO.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-IDX-PLA PIC 9(03) VALUE ZEROS.
               05 WS-FIRMA PIC 9(08) VALUE ZEROS.
               05 WS-POOL PIC S9(08)V99 VALUE ZEROS.
               05 WS-DISPONIBLE PIC S9(08)V99 VALUE ZEROS.
               05 WS-CONSUMIDO PIC S9(08)V99 VALUE ZEROS.
               05 WS-A-TIEMPO PIC 9(08)V99 VALUE ZEROS.
               05 WS-PENDIENTE PIC 9(08)V99 VALUE ZEROS.
               05 WS-CAR-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-CAR-TABLA OCCURS 300 TIMES.
                   10 WS-CAR-VENCIMIENTO PIC 9(08).
                   10 WS-CAR-MONTO PIC 9(06)V99.
               05 WS-CRE-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-CRE-TABLA OCCURS 300 TIMES.
                   10 WS-CRE-FECHA PIC 9(08).
                   10 WS-CRE-MONTO PIC S9(06)V99.

      *    ACUMULADOS POR PLANTEL (INDICE = PLANTEL + 1; EL 101 ES EL
      *    TOTAL DE TODOS). CUBETA 1 = VENCIDO AL CORTE, 2 A 9 = LAS
      *    OCHO SEMANAS, 10 = POSTERIOR.
           01 WS-FLUJO.
               05 WS-FLU-PLANTEL OCCURS 101 TIMES.
                   10 WS-FLU-CARGADO PIC 9(10)V99.
                   10 WS-FLU-A-TIEMPO PIC 9(10)V99.
                   10 WS-FLU-CUBETA OCCURS 10 TIMES.
                       15 WS-FLU-CARGOS PIC 9(09)V99.
                       15 WS-FLU-CONVENIOS PIC 9(09)V99.
                       15 WS-FLU-PROBABLE PIC 9(09)V99.

           01 WS-TOTALES-SEMANAS.
               05 WS-TOT-CARGOS PIC 9(09)V99 VALUE ZEROS.
               05 WS-TOT-CONVENIOS PIC 9(09)V99 VALUE ZEROS.
               05 WS-TOT-PROBABLE PIC 9(09)V99 VALUE ZEROS.

           01 WS-CONTADORES.
               05 WS-TOTAL-DESBORDE PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-CNV-DESBORDE PIC 9(06) VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(04).
               05 WS-IDX-CRE PIC 9(04).
               05 WS-IDX-CNV PIC 9(04).
               05 WS-IDX-P PIC 9(03).
               05 WS-CUBETA PIC 9(02).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-ORD PIC X VALUE "N".
                   88 FIN-ORDENADO VALUE "S".
               05 WS-FIN-CNV PIC X VALUE "N".
                   88 FIN-CONVENIOS VALUE "S".
               05 WS-CON-CONVENIO PIC X VALUE "N".
                   88 ALUMNO-CON-CONVENIO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE).
           INITIALIZE WS-FLUJO.
           PERFORM 100050-CARGA-CONVENIOS.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG NOT = "00"
               DISPLAY "**** NO SE ENCONTRO PAGOS.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           CLOSE DOC-PAGOS.
           SORT SORT-FILE
               ON ASCENDING KEY SD-CLAVE SD-VENCIMIENTO
               USING DOC-PAGOS
               GIVING DOC-PAGOS-ORD.
           OPEN INPUT DOC-PAGOS-ORD.
           OPEN INPUT DOC-EST.
           PERFORM 100100-RECORRE-MOVIMIENTOS.
           CLOSE DOC-EST.
           CLOSE DOC-PAGOS-ORD.
           PERFORM 100400-ESCRIBE-REPORTE.
           EXIT.

       100050-CARGA-CONVENIOS.
           MOVE ZEROS TO WS-CNV-TOTAL.
           OPEN INPUT DOC-CONVENIOS.
           IF WS-STATUS-CNV = "00"
               PERFORM UNTIL FIN-CONVENIOS
                   READ DOC-CONVENIOS
                       AT END
                           SET FIN-CONVENIOS TO TRUE
                       NOT AT END
                           IF WS-CNV-TOTAL < 3000
                               ADD 1 TO WS-CNV-TOTAL
                               MOVE CNV-CLAVE
                                   TO WS-CNV-CLAVE(WS-CNV-TOTAL)
                               MOVE CNV-FECHA-CONV
                                   TO WS-CNV-FIRMA(WS-CNV-TOTAL)
                               MOVE CNV-FECHA-PAGO
                                   TO WS-CNV-FECHA-PAGO(WS-CNV-TOTAL)
                               MOVE CNV-MONTO
                                   TO WS-CNV-MONTO(WS-CNV-TOTAL)
                           ELSE
                               ADD 1 TO WS-TOTAL-CNV-DESBORDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-CONVENIOS
           END-IF.
           EXIT.

       100100-RECORRE-MOVIMIENTOS.
      *    CORTE DE CONTROL POR CLAVE, IGUAL QUE RECARGOS-MORA-DOC.
           MOVE ZEROS TO WS-CLAVE.
           PERFORM UNTIL FIN-ORDENADO
               READ DOC-PAGOS-ORD
                   AT END
                       IF WS-CLAVE NOT = ZEROS
                           PERFORM 100300-PROYECTA-ALUMNO
                       END-IF
                       SET FIN-ORDENADO TO TRUE
                   NOT AT END
                       IF ORD-CLAVE NOT = WS-CLAVE
                           IF WS-CLAVE NOT = ZEROS
                               PERFORM 100300-PROYECTA-ALUMNO
                           END-IF
                           PERFORM 100110-INICIA-ALUMNO
                       END-IF
                       PERFORM 100200-ACUMULA-MOVIMIENTO
               END-READ
           END-PERFORM.
           EXIT.

       100110-INICIA-ALUMNO.
           MOVE ORD-CLAVE TO WS-CLAVE.
           MOVE ZEROS TO WS-CAR-TOTAL.
           MOVE ZEROS TO WS-CRE-TOTAL.
           EXIT.

       100200-ACUMULA-MOVIMIENTO.
           IF ORD-TIPO = "C"
               IF WS-CAR-TOTAL < 300
                   ADD 1 TO WS-CAR-TOTAL
                   MOVE ORD-VENCIMIENTO
                       TO WS-CAR-VENCIMIENTO(WS-CAR-TOTAL)
                   MOVE ORD-MONTO TO WS-CAR-MONTO(WS-CAR-TOTAL)
               ELSE
                   ADD 1 TO WS-TOTAL-DESBORDE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-CRE-TOTAL < 300
               ADD 1 TO WS-CRE-TOTAL
               MOVE ORD-FECHA TO WS-CRE-FECHA(WS-CRE-TOTAL)
               IF ORD-TIPO = "D"
                   COMPUTE WS-CRE-MONTO(WS-CRE-TOTAL) = 0 - ORD-MONTO
               ELSE
                   MOVE ORD-MONTO TO WS-CRE-MONTO(WS-CRE-TOTAL)
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-DESBORDE
           END-IF.
           EXIT.

       100300-PROYECTA-ALUMNO.
           MOVE 1 TO WS-IDX-PLA.
           MOVE WS-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-IDX-PLA = EST-REG-PLANTEL + 1
           END-READ.
           PERFORM 100310-MIDE-PUNTUALIDAD.
           PERFORM 100320-BUSCA-CONVENIO.
           MOVE ZEROS TO WS-POOL.
           PERFORM VARYING WS-IDX-CRE FROM 1 BY 1
                   UNTIL WS-IDX-CRE > WS-CRE-TOTAL
               IF NOT ALUMNO-CON-CONVENIO
                   OR WS-CRE-FECHA(WS-IDX-CRE) NOT < WS-FIRMA
                   ADD WS-CRE-MONTO(WS-IDX-CRE) TO WS-POOL
               END-IF
           END-PERFORM.
           IF WS-POOL < ZEROS
               MOVE ZEROS TO WS-POOL
           END-IF.
           IF ALUMNO-CON-CONVENIO
               SET ORIGEN-CONVENIO TO TRUE
               PERFORM VARYING WS-IDX-CNV FROM 1 BY 1
                       UNTIL WS-IDX-CNV > WS-CNV-TOTAL
                   IF WS-CNV-CLAVE(WS-IDX-CNV) = WS-CLAVE
                       MOVE WS-CNV-FECHA-PAGO(WS-IDX-CNV)
                           TO WS-FECHA-BUCKET
                       MOVE WS-CNV-MONTO(WS-IDX-CNV) TO WS-PENDIENTE
                       PERFORM 100340-APLICA-POOL
                   END-IF
               END-PERFORM
           END-IF.
           SET ORIGEN-CARGO TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAR-TOTAL
               IF NOT ALUMNO-CON-CONVENIO
                   OR WS-CAR-VENCIMIENTO(WS-IDX) > WS-FIRMA
                   MOVE WS-CAR-VENCIMIENTO(WS-IDX) TO WS-FECHA-BUCKET
                   MOVE WS-CAR-MONTO(WS-IDX) TO WS-PENDIENTE
                   PERFORM 100340-APLICA-POOL
               END-IF
           END-PERFORM.
           EXIT.

       100310-MIDE-PUNTUALIDAD.
      *    HISTORIA DEL ALUMNO: DE CADA CARGO YA VENCIDO, CUANTO
      *    QUEDO CUBIERTO CON LOS CREDITOS FECHADOS HASTA SU
      *    VENCIMIENTO (DESCONTANDO LO QUE YA CUBRIERON LOS CARGOS
      *    ANTERIORES).
           MOVE ZEROS TO WS-CONSUMIDO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAR-TOTAL
               IF WS-CAR-VENCIMIENTO(WS-IDX) < WS-FECHA-CORTE
                   AND WS-CAR-VENCIMIENTO(WS-IDX) > ZEROS
                   MOVE ZEROS TO WS-DISPONIBLE
                   PERFORM VARYING WS-IDX-CRE FROM 1 BY 1
                           UNTIL WS-IDX-CRE > WS-CRE-TOTAL
                       IF WS-CRE-FECHA(WS-IDX-CRE)
                           NOT > WS-CAR-VENCIMIENTO(WS-IDX)
                           ADD WS-CRE-MONTO(WS-IDX-CRE)
                               TO WS-DISPONIBLE
                       END-IF
                   END-PERFORM
                   SUBTRACT WS-CONSUMIDO FROM WS-DISPONIBLE
                   IF WS-DISPONIBLE < ZEROS
                       MOVE ZEROS TO WS-DISPONIBLE
                   END-IF
                   IF WS-DISPONIBLE > WS-CAR-MONTO(WS-IDX)
                       MOVE WS-CAR-MONTO(WS-IDX) TO WS-A-TIEMPO
                   ELSE
                       MOVE WS-DISPONIBLE TO WS-A-TIEMPO
                   END-IF
                   ADD WS-A-TIEMPO TO WS-CONSUMIDO
                   ADD WS-A-TIEMPO TO WS-FLU-A-TIEMPO(WS-IDX-PLA)
                   ADD WS-CAR-MONTO(WS-IDX)
                       TO WS-FLU-CARGADO(WS-IDX-PLA)
               END-IF
           END-PERFORM.
           EXIT.

       100320-BUSCA-CONVENIO.
      *    LA FIRMA ES LA FECHA DE CONVENIO MAS ANTIGUA DEL ALUMNO
      *    (MISMO CRITERIO QUE CONVENIO-SEARCH).
           MOVE "N" TO WS-CON-CONVENIO.
           MOVE 99999999 TO WS-FIRMA.
           PERFORM VARYING WS-IDX-CNV FROM 1 BY 1
                   UNTIL WS-IDX-CNV > WS-CNV-TOTAL
               IF WS-CNV-CLAVE(WS-IDX-CNV) = WS-CLAVE
                   SET ALUMNO-CON-CONVENIO TO TRUE
                   IF WS-CNV-FIRMA(WS-IDX-CNV) < WS-FIRMA
                       MOVE WS-CNV-FIRMA(WS-IDX-CNV) TO WS-FIRMA
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       100340-APLICA-POOL.
           IF WS-POOL NOT < WS-PENDIENTE
               SUBTRACT WS-PENDIENTE FROM WS-POOL
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-POOL FROM WS-PENDIENTE.
           MOVE ZEROS TO WS-POOL.
           MOVE WS-PENDIENTE TO WS-IMPORTE-BUCKET.
           PERFORM 100350-ASIGNA-CUBETA.
           EXIT.

       100350-ASIGNA-CUBETA.
      *    FECHA ANTERIOR AL CORTE (O SIN FECHA VALIDA) = VENCIDO.
           MOVE 1 TO WS-CUBETA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-BUCKET) = ZEROS
               COMPUTE WS-DIA-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-BUCKET)
               COMPUTE WS-DIAS = WS-DIA-FECHA - WS-DIA-CORTE
               IF WS-DIAS NOT < ZEROS
                   COMPUTE WS-CUBETA = WS-DIAS / 7 + 2
                   IF WS-CUBETA > 10
                       MOVE 10 TO WS-CUBETA
                   END-IF
               END-IF
           END-IF.
           IF ORIGEN-CONVENIO
               ADD WS-IMPORTE-BUCKET
                   TO WS-FLU-CONVENIOS(WS-IDX-PLA WS-CUBETA)
               ADD WS-IMPORTE-BUCKET
                   TO WS-FLU-CONVENIOS(101 WS-CUBETA)
           ELSE
               ADD WS-IMPORTE-BUCKET
                   TO WS-FLU-CARGOS(WS-IDX-PLA WS-CUBETA)
               ADD WS-IMPORTE-BUCKET
                   TO WS-FLU-CARGOS(101 WS-CUBETA)
           END-IF.
           EXIT.

       100400-ESCRIBE-REPORTE.
           OPEN OUTPUT REP-FLUJO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "PROYECCION DE FLUJO A OCHO SEMANAS POR PLANTEL - "
                   DELIMITED BY SIZE
               "CORTE " DELIMITED BY SIZE
               WS-FECHA-CORTE DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
      *    EL TOTAL (101) ACUMULA LA HISTORIA DE TODOS LOS PLANTELES.
           PERFORM VARYING WS-IDX-P FROM 1 BY 1 UNTIL WS-IDX-P > 100
               ADD WS-FLU-CARGADO(WS-IDX-P) TO WS-FLU-CARGADO(101)
               ADD WS-FLU-A-TIEMPO(WS-IDX-P) TO WS-FLU-A-TIEMPO(101)
           END-PERFORM.
           PERFORM 100410-ESCRIBE-PLANTEL
               VARYING WS-IDX-P FROM 1 BY 1 UNTIL WS-IDX-P > 100.
           MOVE 101 TO WS-IDX-P.
           PERFORM 100410-ESCRIBE-PLANTEL.
           IF WS-TOTAL-DESBORDE > ZEROS OR WS-TOTAL-CNV-DESBORDE > ZEROS
               INITIALIZE LINEA-TEMP
               STRING
                   "**** MOVIMIENTOS FUERA DE TABLA: " DELIMITED BY SIZE
                   WS-TOTAL-DESBORDE DELIMITED BY SIZE
                   "  PARCIALIDADES FUERA DE TABLA: "
                       DELIMITED BY SIZE
                   WS-TOTAL-CNV-DESBORDE DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           CLOSE REP-FLUJO.
           DISPLAY "**** PROYECCION EN REP-FLUJO.txt ***".
           EXIT.

       100410-ESCRIBE-PLANTEL.
           MOVE ZEROS TO WS-TOT-CARGOS.
           MOVE ZEROS TO WS-TOT-CONVENIOS.
           PERFORM VARYING WS-CUBETA FROM 1 BY 1 UNTIL WS-CUBETA > 10
               ADD WS-FLU-CARGOS(WS-IDX-P WS-CUBETA) TO WS-TOT-CARGOS
               ADD WS-FLU-CONVENIOS(WS-IDX-P WS-CUBETA)
                   TO WS-TOT-CONVENIOS
           END-PERFORM.
           IF WS-TOT-CARGOS = ZEROS AND WS-TOT-CONVENIOS = ZEROS
               EXIT PARAGRAPH
           END-IF.
      *    SIN HISTORIA DE COBRO EN EL PLANTEL SE USA LA TASA GENERAL;
      *    SIN NINGUNA HISTORIA, NO SE DESCUENTA.
           IF WS-FLU-CARGADO(WS-IDX-P) > ZEROS
               COMPUTE WS-TASA ROUNDED = WS-FLU-A-TIEMPO(WS-IDX-P)
                   / WS-FLU-CARGADO(WS-IDX-P)
           ELSE
               IF WS-FLU-CARGADO(101) > ZEROS
                   COMPUTE WS-TASA ROUNDED = WS-FLU-A-TIEMPO(101)
                       / WS-FLU-CARGADO(101)
               ELSE
                   MOVE 1 TO WS-TASA
               END-IF
           END-IF.
           COMPUTE WS-TASA-PCT = WS-TASA * 100.
           MOVE WS-TASA-PCT TO WS-TASA-EDIT.
           INITIALIZE LINEA-TEMP.
           IF WS-IDX-P = 101
               MOVE "TODOS LOS PLANTELES" TO LINEA-TEMP(1:30)
           ELSE
               COMPUTE WS-PLANTEL-NUM = WS-IDX-P - 1
               MOVE WS-PLANTEL-NUM TO WS-PLANTEL-LK
               MOVE SPACES TO WS-PLANTEL-NOMBRE-LK
               MOVE "N" TO WS-PLANTEL-VALIDO
               CALL "PLANTEL-SEARCH" USING
                   WS-PLANTEL-LK WS-PLANTEL-NOMBRE-LK WS-PLANTEL-VALIDO
               STRING
                   "PLANTEL " DELIMITED BY SIZE
                   WS-PLANTEL-LK DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PLANTEL-NOMBRE-LK DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           STRING
               "TASA DE COBRO A TIEMPO: " DELIMITED BY SIZE
               WS-TASA-EDIT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
           INTO LINEA-TEMP(45:40).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "PERIODO" TO LINEA-TEMP(1:7).
           MOVE "CARGOS" TO LINEA-TEMP(39:6).
           MOVE "CONVENIOS" TO LINEA-TEMP(50:9).
           MOVE "ESPERADO" TO LINEA-TEMP(65:8).
           MOVE "PROBABLE" TO LINEA-TEMP(79:8).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE ZEROS TO WS-TOT-CARGOS.
           MOVE ZEROS TO WS-TOT-CONVENIOS.
           MOVE ZEROS TO WS-TOT-PROBABLE.
           PERFORM 100420-ESCRIBE-CUBETA
               VARYING WS-CUBETA FROM 1 BY 1 UNTIL WS-CUBETA > 10.
           EXIT.

       100420-ESCRIBE-CUBETA.
           IF WS-IDX-P = 101
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 100
                   ADD WS-FLU-PROBABLE(WS-IDX WS-CUBETA)
                       TO WS-FLU-PROBABLE(101 WS-CUBETA)
               END-PERFORM
           ELSE
               COMPUTE WS-FLU-PROBABLE(WS-IDX-P WS-CUBETA) ROUNDED =
                   (WS-FLU-CARGOS(WS-IDX-P WS-CUBETA)
                  + WS-FLU-CONVENIOS(WS-IDX-P WS-CUBETA)) * WS-TASA
           END-IF.
           MOVE WS-FLU-CARGOS(WS-IDX-P WS-CUBETA) TO WS-CARGOS-EDIT.
           MOVE WS-FLU-CONVENIOS(WS-IDX-P WS-CUBETA) TO WS-CONV-EDIT.
           COMPUTE WS-ESPERADO-EDIT = WS-FLU-CARGOS(WS-IDX-P WS-CUBETA)
               + WS-FLU-CONVENIOS(WS-IDX-P WS-CUBETA).
           MOVE WS-FLU-PROBABLE(WS-IDX-P WS-CUBETA)
               TO WS-PROBABLE-EDIT.
           INITIALIZE LINEA-TEMP.
           EVALUATE WS-CUBETA
               WHEN 1
                   MOVE "VENCIDO AL CORTE (SIN DESCONTAR)"
                       TO LINEA-TEMP(1:36)
               WHEN 10
                   MOVE "POSTERIOR A OCHO SEMANAS" TO LINEA-TEMP(1:36)
               WHEN OTHER
                   COMPUTE WS-SEMANA-INI = FUNCTION DATE-OF-INTEGER
                       (WS-DIA-CORTE + (WS-CUBETA - 2) * 7)
                   COMPUTE WS-SEMANA-FIN = FUNCTION DATE-OF-INTEGER
                       (WS-DIA-CORTE + (WS-CUBETA - 2) * 7 + 6)
                   COMPUTE WS-IDX = WS-CUBETA - 1
                   STRING
                       "SEMANA " DELIMITED BY SIZE
                       WS-IDX(4:1) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-SEMANA-INI DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       WS-SEMANA-FIN DELIMITED BY SIZE
                   INTO LINEA-TEMP
           END-EVALUATE.
           MOVE WS-CARGOS-EDIT TO LINEA-TEMP(33:12).
           MOVE WS-CONV-EDIT TO LINEA-TEMP(47:12).
           MOVE WS-ESPERADO-EDIT TO LINEA-TEMP(61:12).
           IF WS-CUBETA = 1
               MOVE "     NO APLICA" TO LINEA-TEMP(73:14)
           ELSE
               MOVE WS-PROBABLE-EDIT TO LINEA-TEMP(75:12)
           END-IF.
           WRITE LINEA-TEMP.
           IF WS-CUBETA > 1 AND WS-CUBETA < 10
               ADD WS-FLU-CARGOS(WS-IDX-P WS-CUBETA) TO WS-TOT-CARGOS
               ADD WS-FLU-CONVENIOS(WS-IDX-P WS-CUBETA)
                   TO WS-TOT-CONVENIOS
               ADD WS-FLU-PROBABLE(WS-IDX-P WS-CUBETA)
                   TO WS-TOT-PROBABLE
           END-IF.
           IF WS-CUBETA = 9
               MOVE WS-TOT-CARGOS TO WS-CARGOS-EDIT
               MOVE WS-TOT-CONVENIOS TO WS-CONV-EDIT
               COMPUTE WS-ESPERADO-EDIT =
                   WS-TOT-CARGOS + WS-TOT-CONVENIOS
               MOVE WS-TOT-PROBABLE TO WS-PROBABLE-EDIT
               INITIALIZE LINEA-TEMP
               MOVE "TOTAL OCHO SEMANAS" TO LINEA-TEMP(1:18)
               MOVE WS-CARGOS-EDIT TO LINEA-TEMP(33:12)
               MOVE WS-CONV-EDIT TO LINEA-TEMP(47:12)
               MOVE WS-ESPERADO-EDIT TO LINEA-TEMP(61:12)
               MOVE WS-PROBABLE-EDIT TO LINEA-TEMP(75:12)
               WRITE LINEA-TEMP
           END-IF.
           IF WS-CUBETA = 10
               INITIALIZE LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           EXIT.

       END PROGRAM FLUJO-PROYECCION-DOC.
