      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: YEAR-END BATCH OF THE CONSTANCIA DE PAGOS DE
      *          COLEGIATURA THAT PARENTS NEED TO DEDUCT TUITION ON
      *          THEIR TAX RETURN. TOTALS PER STUDENT AND CALENDAR YEAR
      *          THE "A" ABONOS OF "pagos.txt" WHOSE CONCEPTO IS MARKED
      *          AS COLEGIATURA DEDUCIBLE IN "conceptos.txt", NET OF THE
      *          "D" DEVOLUCIONES OF THE SAME CONCEPTOS, AND PRINTS ONE
      *          "DEDUCIBLE-AAAA-CCCCCCCC.txt" PER STUDENT WITH THE
      *          CURP OF "demograficos.txt", THE PAYER'S RFC FROM
      *          "fiscales.txt" AND THE RVOE OF THE PLANTEL. EVERY
      *          FOLIO IS REGISTERED IN "constancias-deducibles.txt"
      *          (SAME SCHEME AS "constancias.txt"); A RERUN OF THE
      *          SAME YEAR REPRINTS WITH THE SAME FOLIO, AND ONLY WHEN
      *          THE AMOUNT CHANGED ISSUES A NEW FOLIO THAT REPLACES
      *          THE OLD ONE. THE SUMMARY "REP-DEDUCIBLES-AAAA.txt"
      *          TIES THE CERTIFIED TOTAL TO THE YEAR'S INCOME. ONE
      *          LINE IN "auditoria.txt" PER RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCIBLES-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAG.
       SELECT SORT-FILE ASSIGN TO "SORTWK-DEDUCIBLE".
       SELECT DOC-PAGOS-ORD ASSIGN TO "DEDUCIBLES-TMP.ord"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ORD.
       SELECT DOC-CONCEPTOS ASSIGN TO "conceptos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CON-REG-CODIGO
           FILE STATUS IS WS-STATUS-CON.
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
       SELECT DOC-DEMOGRAFICOS ASSIGN TO "demograficos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEM-REG-CLAVE
           FILE STATUS IS WS-STATUS-DEM.
       SELECT DOC-FISCALES ASSIGN TO "fiscales.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-REG-CLAVE
           FILE STATUS IS WS-STATUS-FIS.
       SELECT DOC-PLANTELES ASSIGN TO "planteles.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-REG-CLAVE
           FILE STATUS IS WS-STATUS-PLA.
       SELECT DOC-REGISTRO ASSIGN TO "constancias-deducibles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CDE.
       SELECT CONSTANCIA-IMPR ASSIGN TO WS-CONST-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMP.
       SELECT REP-DEDUCIBLES ASSIGN TO WS-REPORTE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DES.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-PAGOS.
           COPY "PAG-REG-DOC.cpy".

      *    LLAVES DE ORDEN EN LAS MISMAS POSICIONES DE PAG-REG-DOC:
      *    CLAVE Y FECHA DEL MOVIMIENTO.
           SD SORT-FILE.
           01 SD-PAG-REG.
               05 SD-CLAVE PIC 9(08).
               05 SD-TIPO PIC X(01).
               05 SD-FECHA PIC 9(08).
               05 FILLER PIC X(87).

           FD DOC-PAGOS-ORD.
           01 ORD-PAG-REG.
               05 ORD-CLAVE PIC 9(08).
               05 ORD-TIPO PIC X(01).
               05 ORD-FECHA PIC 9(08).
               05 ORD-VENCIMIENTO PIC 9(08).
               05 ORD-MONTO PIC 9(06)V99.
               05 ORD-CONCEPTO PIC X(20).
               05 FILLER PIC X(51).

           FD DOC-CONCEPTOS.
           01 CON-REG-DOC.
               05 CON-REG-CODIGO PIC X(20).
               05 CON-REG-DESCRIPCION PIC X(30).
               05 CON-REG-DEDUCIBLE PIC X(01).
                   88 CON-DEDUCIBLE VALUE "S".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD DOC-DEMOGRAFICOS.
           01 DEM-REG-DOC.
               05 DEM-REG-CLAVE PIC 9(08).
               05 DEM-REG-FECHA-NAC PIC 9(08).
               05 DEM-REG-DIRECCION PIC X(60).
               05 DEM-REG-TUTOR PIC X(40).
               05 DEM-REG-CONTACTO-EMER PIC X(40).
               05 DEM-REG-TEL-EMER PIC X(10).
               05 DEM-REG-CURP PIC X(18).

           FD DOC-FISCALES.
           COPY "FIS-REG-DOC.cpy".

           FD DOC-PLANTELES.
           01 PLA-REG-DOC.
               05 PLA-REG-CLAVE PIC 9(02).
               05 PLA-REG-NOMBRE PIC A(30).
               05 PLA-REG-DIRECCION PIC X(60).
               05 PLA-REG-RVOE PIC X(20).

      *    REGISTRO DE CONSTANCIAS DE DEDUCIBLES, UNA LINEA POR FOLIO.
      *    CDE-SUSTITUYE ES EL FOLIO ANTERIOR DEL MISMO ALUMNO Y
      *    EJERCICIO CUANDO EL IMPORTE CAMBIO (CEROS EN LA PRIMERA).
           FD DOC-REGISTRO.
           01 CDE-REG.
               05 CDE-FOLIO PIC 9(06).
               05 CDE-CLAVE PIC 9(08).
               05 CDE-ANIO PIC 9(04).
               05 CDE-MONTO PIC 9(07)V99.
               05 CDE-RFC PIC X(13).
               05 CDE-SUSTITUYE PIC 9(06).
               05 CDE-FECHA PIC 9(08).
               05 CDE-HORA PIC X(06).
               05 CDE-OPERADOR PIC X(20).

           FD CONSTANCIA-IMPR.
           01 LINEA-CONST PIC X(80).

           FD REP-DEDUCIBLES.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-ORD PIC XX.
               05 WS-STATUS-CON PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-DEM PIC XX.
               05 WS-STATUS-FIS PIC XX.
               05 WS-STATUS-PLA PIC XX.
               05 WS-STATUS-CDE PIC XX.
               05 WS-STATUS-IMP PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-ANIO PIC 9(04) VALUE ZEROS.
               05 WS-FOLIO PIC 9(06) VALUE ZEROS.
               05 WS-FOLIO-MAX PIC 9(06) VALUE ZEROS.
               05 WS-FOLIO-ANTERIOR PIC 9(06) VALUE ZEROS.
               05 WS-MONTO-EDIT PIC ZZZZZZ9.99.
               05 WS-IMPORTE-EDIT PIC ZZZZZZZ9.99.
               05 WS-NETO-EDIT PIC -ZZZZZZZ9.99.
               05 WS-CURP PIC X(18) VALUE SPACES.
               05 WS-RFC PIC X(13) VALUE SPACES.
               05 WS-RAZON-SOCIAL PIC X(60) VALUE SPACES.
               05 WS-NOMBRE-EST PIC X(40) VALUE SPACES.
               05 WS-PLANTEL-NOMBRE PIC X(30) VALUE SPACES.
               05 WS-RVOE PIC X(20) VALUE SPACES.
               05 WS-OBSERVA PIC X(40) VALUE SPACES.

           01 WS-CONST-ARCHIVO.
               05 FILLER PIC X(10) VALUE "DEDUCIBLE-".
               05 WS-CONST-ANIO PIC 9(04).
               05 FILLER PIC X(01) VALUE "-".
               05 WS-CONST-CLAVE PIC 9(08).
               05 FILLER PIC X(04) VALUE ".txt".

           01 WS-REPORTE-ARCHIVO.
               05 FILLER PIC X(15) VALUE "REP-DEDUCIBLES-".
               05 WS-REPORTE-ANIO PIC 9(04).
               05 FILLER PIC X(04) VALUE ".txt".

      *    CONCEPTOS MARCADOS COMO COLEGIATURA DEDUCIBLE EN EL
      *    CATALOGO; LOS DEMAS (INSCRIPCION, RECARGOS, CREDENCIAL...)
      *    NO ENTRAN EN LA CONSTANCIA.
           01 WS-CONCEPTOS.
               05 WS-CON-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-CON-TABLA OCCURS 200 TIMES PIC X(20).

      *    FOLIOS YA EMITIDOS DEL EJERCICIO; SI UN ALUMNO TIENE MAS DE
      *    UNO, QUEDA EL ULTIMO (EL VIGENTE).
           01 WS-EMITIDAS.
               05 WS-EMI-TOTAL PIC 9(04) VALUE ZEROS.
               05 WS-EMI-TABLA OCCURS 5000 TIMES.
                   10 WS-EMI-CLAVE PIC 9(08).
                   10 WS-EMI-FOLIO PIC 9(06).
                   10 WS-EMI-MONTO PIC 9(07)V99.

      *    ACUMULADOS DEL ALUMNO EN TURNO.
           01 WS-ALUMNO.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-ABONOS PIC 9(07)V99 VALUE ZEROS.
               05 WS-DEVOLUCIONES PIC 9(07)V99 VALUE ZEROS.
               05 WS-NETO PIC S9(07)V99 VALUE ZEROS.

           01 WS-CONTADORES.
               05 WS-TOTAL-ALUMNOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-NUEVAS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-REIMPRESAS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-SUSTITUTAS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-SIN-NETO PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-SIN-RFC PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-SIN-CURP PIC 9(06) VALUE ZEROS.
               05 WS-IMPORTE-ABONOS PIC 9(09)V99 VALUE ZEROS.
               05 WS-IMPORTE-DEVOL PIC 9(09)V99 VALUE ZEROS.
               05 WS-IMPORTE-CERTIFICADO PIC 9(09)V99 VALUE ZEROS.
               05 WS-IMPORTE-SIN-NETO PIC S9(09)V99 VALUE ZEROS.
               05 WS-IMPORTE-CUADRE PIC S9(09)V99 VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(04).
               05 WS-IDX-EMI PIC 9(04).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-ORD PIC X VALUE "N".
                   88 FIN-ORDENADO VALUE "S".
               05 WS-FIN-CON PIC X VALUE "N".
                   88 FIN-CONCEPTOS VALUE "S".
               05 WS-FIN-CDE PIC X VALUE "N".
                   88 FIN-REGISTRO VALUE "S".
               05 WS-CON-HALLADO PIC X VALUE "N".
                   88 CONCEPTO-DEDUCIBLE VALUE "S".
               05 WS-EMI-HALLADA PIC X VALUE "N".
                   88 CONSTANCIA-PREVIA VALUE "S".
               05 WS-DESBORDE PIC X VALUE "N".
                   88 REGISTRO-DESBORDADO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           PERFORM 100001-CAPTURA-OPERADOR.
           PERFORM 100005-CARGA-CONCEPTOS.
           IF WS-CON-TOTAL = ZEROS
               DISPLAY "**** NINGUN CONCEPTO MARCADO COMO COLEGIATURA "
                       "DEDUCIBLE EN CONCEPTOS.TXT ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100010-CAPTURA-CORRIDA.
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "**** CORRIDA CANCELADA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100020-CARGA-EMITIDAS.
           IF REGISTRO-DESBORDADO
               DISPLAY "**** CONSTANCIAS-DEDUCIBLES.TXT EXCEDE LA "
                       "TABLA; CORRIDA CANCELADA ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100050-ABRE-ARCHIVOS.
           PERFORM 100100-RECORRE-MOVIMIENTOS.
           PERFORM 100400-CIERRA-ARCHIVOS.
           PERFORM 100500-ESCRIBE-CONTROL.
           PERFORM 100600-AUDITORIA-LOG.
           EXIT.

       100001-CAPTURA-OPERADOR.
           DISPLAY "LOG -- OPERADOR (CAJA): " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           EXIT.

       100005-CARGA-CONCEPTOS.
           MOVE ZEROS TO WS-CON-TOTAL.
           OPEN INPUT DOC-CONCEPTOS.
           IF WS-STATUS-CON NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-CONCEPTOS
               READ DOC-CONCEPTOS NEXT RECORD
                   AT END
                       SET FIN-CONCEPTOS TO TRUE
                   NOT AT END
                       IF CON-DEDUCIBLE AND WS-CON-TOTAL < 200
                           ADD 1 TO WS-CON-TOTAL
                           MOVE CON-REG-CODIGO
                               TO WS-CON-TABLA(WS-CON-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-CONCEPTOS.
           EXIT.

       100010-CAPTURA-CORRIDA.
      *    EN ENERO SE CERTIFICA EL AÑO QUE ACABA DE TERMINAR; SE
      *    PUEDE TECLEAR OTRO EJERCICIO PARA REPONER UNO ANTERIOR.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           DISPLAY "LOG -- EJERCICIO AAAA (ENTER = AÑO ANTERIOR): "
                   WITH NO ADVANCING.
           ACCEPT WS-ANIO.
           IF WS-ANIO = ZEROS
               MOVE WS-AUD-FECHA(1:4) TO WS-ANIO
               SUBTRACT 1 FROM WS-ANIO
           END-IF.
           MOVE WS-ANIO TO WS-REPORTE-ANIO.
           MOVE WS-ANIO TO WS-CONST-ANIO.
           DISPLAY "CONCEPTOS DEDUCIBLES EN CATALOGO: " WS-CON-TOTAL.
           DISPLAY "¿EMITIR LAS CONSTANCIAS DE DEDUCIBLES DEL "
                   "EJERCICIO " WS-ANIO "? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           EXIT.

       100020-CARGA-EMITIDAS.
      *    EL SIGUIENTE FOLIO ES EL MAYOR DEL REGISTRO + 1 (IGUAL QUE
      *    CONSTANCIA-DOC); DEL EJERCICIO SE GUARDA EL FOLIO VIGENTE
      *    DE CADA ALUMNO PARA NO DUPLICARLO EN UNA SEGUNDA CORRIDA.
           MOVE ZEROS TO WS-FOLIO-MAX.
           MOVE ZEROS TO WS-EMI-TOTAL.
           OPEN INPUT DOC-REGISTRO.
           IF WS-STATUS-CDE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-REGISTRO OR REGISTRO-DESBORDADO
               READ DOC-REGISTRO
                   AT END
                       SET FIN-REGISTRO TO TRUE
                   NOT AT END
                       IF CDE-FOLIO > WS-FOLIO-MAX
                           MOVE CDE-FOLIO TO WS-FOLIO-MAX
                       END-IF
                       IF CDE-ANIO = WS-ANIO
                           PERFORM 100025-GUARDA-EMITIDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-REGISTRO.
           EXIT.

       100025-GUARDA-EMITIDA.
           MOVE CDE-CLAVE TO WS-CLAVE.
           PERFORM 100330-BUSCA-EMITIDA.
           IF NOT CONSTANCIA-PREVIA
               IF WS-EMI-TOTAL < 5000
                   ADD 1 TO WS-EMI-TOTAL
                   MOVE WS-EMI-TOTAL TO WS-IDX-EMI
               ELSE
                   SET REGISTRO-DESBORDADO TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE CDE-CLAVE TO WS-EMI-CLAVE(WS-IDX-EMI).
           MOVE CDE-FOLIO TO WS-EMI-FOLIO(WS-IDX-EMI).
           MOVE CDE-MONTO TO WS-EMI-MONTO(WS-IDX-EMI).
           EXIT.

       100050-ABRE-ARCHIVOS.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG NOT = "00"
               DISPLAY "**** NO HAY PAGOS.TXT; NADA QUE CERTIFICAR ***"
               GOBACK
           END-IF.
           CLOSE DOC-PAGOS.
           SORT SORT-FILE
               ON ASCENDING KEY SD-CLAVE SD-FECHA
               USING DOC-PAGOS
               GIVING DOC-PAGOS-ORD.
           OPEN INPUT DOC-PAGOS-ORD.
           OPEN INPUT DOC-EST.
           OPEN INPUT DOC-DEMOGRAFICOS.
           OPEN INPUT DOC-FISCALES.
           OPEN INPUT DOC-PLANTELES.
           OPEN EXTEND DOC-REGISTRO.
           IF WS-STATUS-CDE = "35"
               OPEN OUTPUT DOC-REGISTRO
           END-IF.
           OPEN OUTPUT REP-DEDUCIBLES.
           PERFORM 100510-ESCRIBE-ENCABEZADO.
           EXIT.

       100100-RECORRE-MOVIMIENTOS.
      *    CORTE DE CONTROL POR CLAVE; SOLO CUENTAN LOS MOVIMIENTOS
      *    DEL EJERCICIO CON CONCEPTO DEDUCIBLE.
           MOVE ZEROS TO WS-CLAVE.
           PERFORM UNTIL FIN-ORDENADO
               READ DOC-PAGOS-ORD
                   AT END
                       IF WS-CLAVE NOT = ZEROS
                           PERFORM 100300-CIERRA-ALUMNO
                       END-IF
                       SET FIN-ORDENADO TO TRUE
                   NOT AT END
                       IF ORD-CLAVE NOT = WS-CLAVE
                           IF WS-CLAVE NOT = ZEROS
                               PERFORM 100300-CIERRA-ALUMNO
                           END-IF
                           PERFORM 100110-INICIA-ALUMNO
                       END-IF
                       PERFORM 100200-ACUMULA-MOVIMIENTO
               END-READ
           END-PERFORM.
           EXIT.

       100110-INICIA-ALUMNO.
           MOVE ORD-CLAVE TO WS-CLAVE.
           MOVE ZEROS TO WS-ABONOS.
           MOVE ZEROS TO WS-DEVOLUCIONES.
           EXIT.

       100200-ACUMULA-MOVIMIENTO.
           IF ORD-FECHA(1:4) NOT = WS-ANIO
               EXIT PARAGRAPH
           END-IF.
           IF ORD-TIPO NOT = "A" AND ORD-TIPO NOT = "D"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CON-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CON-TOTAL OR CONCEPTO-DEDUCIBLE
               IF WS-CON-TABLA(WS-IDX) = ORD-CONCEPTO
                   SET CONCEPTO-DEDUCIBLE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CONCEPTO-DEDUCIBLE
               EXIT PARAGRAPH
           END-IF.
           IF ORD-TIPO = "A"
               ADD ORD-MONTO TO WS-ABONOS
               ADD ORD-MONTO TO WS-IMPORTE-ABONOS
           ELSE
               ADD ORD-MONTO TO WS-DEVOLUCIONES
               ADD ORD-MONTO TO WS-IMPORTE-DEVOL
           END-IF.
           EXIT.

       100300-CIERRA-ALUMNO.
           IF WS-ABONOS = ZEROS AND WS-DEVOLUCIONES = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NETO = WS-ABONOS - WS-DEVOLUCIONES.
      *    LO DEVUELTO EN EL AÑO SE RESTA; SI NO QUEDA NADA PAGADO NO
      *    HAY QUE CERTIFICAR, PERO EL NETO ENTRA EN EL CUADRE.
           IF WS-NETO NOT > ZEROS
               ADD 1 TO WS-TOTAL-SIN-NETO
               ADD WS-NETO TO WS-IMPORTE-SIN-NETO
               MOVE "SIN NETO A CERTIFICAR" TO WS-OBSERVA
               MOVE ZEROS TO WS-FOLIO
               MOVE SPACES TO WS-NOMBRE-EST
               PERFORM 100360-LINEA-REPORTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-ALUMNOS.
           ADD WS-NETO TO WS-IMPORTE-CERTIFICADO.
           PERFORM 100310-RESUELVE-DATOS.
           PERFORM 100330-BUSCA-EMITIDA.
           MOVE ZEROS TO WS-FOLIO-ANTERIOR.
           MOVE SPACES TO WS-OBSERVA.
           IF CONSTANCIA-PREVIA
               IF WS-EMI-MONTO(WS-IDX-EMI) = WS-NETO
                   MOVE WS-EMI-FOLIO(WS-IDX-EMI) TO WS-FOLIO
                   ADD 1 TO WS-TOTAL-REIMPRESAS
                   MOVE "REIMPRESION" TO WS-OBSERVA
               ELSE
                   MOVE WS-EMI-FOLIO(WS-IDX-EMI) TO WS-FOLIO-ANTERIOR
                   PERFORM 100340-REGISTRA-FOLIO
                   ADD 1 TO WS-TOTAL-SUSTITUTAS
                   MOVE "SUSTITUYE FOLIO" TO WS-OBSERVA
                   MOVE WS-FOLIO-ANTERIOR TO WS-OBSERVA(17:6)
               END-IF
           ELSE
               PERFORM 100340-REGISTRA-FOLIO
               ADD 1 TO WS-TOTAL-NUEVAS
           END-IF.
           IF WS-RFC = SPACES
               ADD 1 TO WS-TOTAL-SIN-RFC
               MOVE "SIN RFC" TO WS-OBSERVA(24:7)
           END-IF.
           IF WS-CURP = SPACES
               ADD 1 TO WS-TOTAL-SIN-CURP
               MOVE "SIN CURP" TO WS-OBSERVA(32:8)
           END-IF.
           PERFORM 100360-LINEA-REPORTE.
           PERFORM 100370-IMPRIME-CONSTANCIA.
           EXIT.

       100310-RESUELVE-DATOS.
           MOVE SPACES TO WS-NOMBRE-EST.
           MOVE SPACES TO WS-PLANTEL-NOMBRE.
           MOVE SPACES TO WS-RVOE.
           MOVE WS-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EST-REG-NOMBRE TO WS-NOMBRE-EST
                   MOVE EST-REG-PLANTEL TO PLA-REG-CLAVE
                   READ DOC-PLANTELES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PLA-REG-NOMBRE TO WS-PLANTEL-NOMBRE
                           MOVE PLA-REG-RVOE TO WS-RVOE
                   END-READ
           END-READ.
           MOVE SPACES TO WS-CURP.
           MOVE WS-CLAVE TO DEM-REG-CLAVE.
           READ DOC-DEMOGRAFICOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEM-REG-CURP TO WS-CURP
           END-READ.
           MOVE SPACES TO WS-RFC.
           MOVE SPACES TO WS-RAZON-SOCIAL.
           MOVE WS-CLAVE TO FIS-REG-CLAVE.
           READ DOC-FISCALES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FIS-REG-RFC TO WS-RFC
                   MOVE FIS-REG-RAZON-SOCIAL TO WS-RAZON-SOCIAL
           END-READ.
           EXIT.

       100330-BUSCA-EMITIDA.
           MOVE "N" TO WS-EMI-HALLADA.
           PERFORM VARYING WS-IDX-EMI FROM 1 BY 1
                   UNTIL WS-IDX-EMI > WS-EMI-TOTAL
                      OR CONSTANCIA-PREVIA
               IF WS-EMI-CLAVE(WS-IDX-EMI) = WS-CLAVE
                   SET CONSTANCIA-PREVIA TO TRUE
               END-IF
           END-PERFORM.
           IF CONSTANCIA-PREVIA
               SUBTRACT 1 FROM WS-IDX-EMI
           END-IF.
           EXIT.

       100340-REGISTRA-FOLIO.
           ACCEPT WS-AUD-HORA FROM TIME.
           ADD 1 TO WS-FOLIO-MAX.
           MOVE WS-FOLIO-MAX TO WS-FOLIO.
           INITIALIZE CDE-REG.
           MOVE WS-FOLIO TO CDE-FOLIO.
           MOVE WS-CLAVE TO CDE-CLAVE.
           MOVE WS-ANIO TO CDE-ANIO.
           MOVE WS-NETO TO CDE-MONTO.
           MOVE WS-RFC TO CDE-RFC.
           MOVE WS-FOLIO-ANTERIOR TO CDE-SUSTITUYE.
           MOVE WS-AUD-FECHA TO CDE-FECHA.
           MOVE WS-AUD-HORA(1:6) TO CDE-HORA.
           MOVE WS-OPERADOR TO CDE-OPERADOR.
           WRITE CDE-REG.
           EXIT.

       100360-LINEA-REPORTE.
           INITIALIZE LINEA-TEMP.
           MOVE WS-CLAVE TO LINEA-TEMP(1:8).
           MOVE WS-NOMBRE-EST TO LINEA-TEMP(11:30).
           MOVE WS-ABONOS TO WS-MONTO-EDIT.
           MOVE WS-MONTO-EDIT TO LINEA-TEMP(43:10).
           MOVE WS-DEVOLUCIONES TO WS-MONTO-EDIT.
           MOVE WS-MONTO-EDIT TO LINEA-TEMP(55:10).
           MOVE WS-NETO TO WS-NETO-EDIT.
           MOVE WS-NETO-EDIT TO LINEA-TEMP(66:12).
           IF WS-FOLIO NOT = ZEROS
               MOVE WS-FOLIO TO LINEA-TEMP(80:6)
           END-IF.
           MOVE WS-OBSERVA TO LINEA-TEMP(88:40).
           WRITE LINEA-TEMP.
           EXIT.

       100370-IMPRIME-CONSTANCIA.
           MOVE WS-CLAVE TO WS-CONST-CLAVE.
           OPEN OUTPUT CONSTANCIA-IMPR.
           INITIALIZE LINEA-CONST.
           MOVE ALL "*" TO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           MOVE "          CONSTANCIA DE PAGOS DE COLEGIATURA"
               TO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           STRING
               "                  EJERCICIO FISCAL " DELIMITED BY SIZE
               WS-ANIO DELIMITED BY SIZE
           INTO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           MOVE ALL "*" TO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           STRING
               "FOLIO: " DELIMITED BY SIZE
               WS-FOLIO DELIMITED BY SIZE
               "    FECHA: " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
           INTO LINEA-CONST.
           WRITE LINEA-CONST.
           IF WS-FOLIO-ANTERIOR NOT = ZEROS
               INITIALIZE LINEA-CONST
               STRING
                   "SUSTITUYE A LA CONSTANCIA FOLIO " DELIMITED BY SIZE
                   WS-FOLIO-ANTERIOR DELIMITED BY SIZE
               INTO LINEA-CONST
               WRITE LINEA-CONST
           END-IF.
           INITIALIZE LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           STRING
               "PLANTEL: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PLANTEL-NOMBRE) DELIMITED BY SIZE
           INTO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           STRING
               "RVOE:    " DELIMITED BY SIZE
               WS-RVOE DELIMITED BY SIZE
           INTO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           MOVE "SE HACE CONSTAR QUE POR LA COLEGIATURA DEL (LA) "
               TO LINEA-CONST.
           MOVE "ALUMNO(A):" TO LINEA-CONST(49:10).
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           STRING
               "    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOMBRE-EST) DELIMITED BY SIZE
               "  (CLAVE " DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           INTO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           STRING
               "    CURP: " DELIMITED BY SIZE
               WS-CURP DELIMITED BY SIZE
           INTO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           MOVE "SE RECIBIERON DE:" TO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           STRING
               "    " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RAZON-SOCIAL) DELIMITED BY SIZE
           INTO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           STRING
               "    RFC: " DELIMITED BY SIZE
               WS-RFC DELIMITED BY SIZE
           INTO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           MOVE WS-NETO TO WS-MONTO-EDIT.
           STRING
               "PAGOS DE COLEGIATURA EN EL EJERCICIO POR: $"
                   DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
           INTO LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           MOVE WS-ABONOS TO WS-MONTO-EDIT.
           STRING
               "    (PAGADO " DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
               " MENOS DEVUELTO " DELIMITED BY SIZE
           INTO LINEA-CONST.
           MOVE WS-DEVOLUCIONES TO WS-MONTO-EDIT.
           MOVE WS-MONTO-EDIT TO LINEA-CONST(39:10).
           MOVE ")" TO LINEA-CONST(49:1).
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           WRITE LINEA-CONST.
           INITIALIZE LINEA-CONST.
           STRING
               "EMITIO: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPERADOR) DELIMITED BY SIZE
           INTO LINEA-CONST.
           WRITE LINEA-CONST.
           CLOSE CONSTANCIA-IMPR.
           EXIT.

       100400-CIERRA-ARCHIVOS.
           CLOSE DOC-PAGOS-ORD.
           CLOSE DOC-EST.
           CLOSE DOC-DEMOGRAFICOS.
           CLOSE DOC-FISCALES.
           CLOSE DOC-PLANTELES.
           CLOSE DOC-REGISTRO.
           EXIT.

       100510-ESCRIBE-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CONSTANCIAS DE PAGOS DE COLEGIATURA DEDUCIBLE - "
                   DELIMITED BY SIZE
               "EJERCICIO " DELIMITED BY SIZE
               WS-ANIO DELIMITED BY SIZE
               " - CORRIDA DEL " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "CLAVE" TO LINEA-TEMP(1:5).
           MOVE "ALUMNO" TO LINEA-TEMP(11:6).
           MOVE "PAGADO" TO LINEA-TEMP(47:6).
           MOVE "DEVUELTO" TO LINEA-TEMP(57:8).
           MOVE "NETO" TO LINEA-TEMP(74:4).
           MOVE "FOLIO" TO LINEA-TEMP(80:5).
           MOVE "OBSERVACIONES" TO LINEA-TEMP(88:13).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-ESCRIBE-CONTROL.
      *    CIFRA CONTROL PARA EL CONTADOR: PAGADO - DEVUELTO EN LOS
      *    CONCEPTOS DEDUCIBLES DEL AÑO = CERTIFICADO + NETO DE LOS
      *    ALUMNOS SIN NADA QUE CERTIFICAR.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CONSTANCIAS NUEVAS:      " DELIMITED BY SIZE
               WS-TOTAL-NUEVAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "REIMPRESAS (MISMO FOLIO):" DELIMITED BY SIZE
               WS-TOTAL-REIMPRESAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "SUSTITUTAS (CAMBIO MONTO):" DELIMITED BY SIZE
               WS-TOTAL-SUSTITUTAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ALUMNOS SIN NETO:        " DELIMITED BY SIZE
               WS-TOTAL-SIN-NETO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "CONSTANCIAS SIN RFC:     " DELIMITED BY SIZE
               WS-TOTAL-SIN-RFC DELIMITED BY SIZE
               "   SIN CURP: " DELIMITED BY SIZE
               WS-TOTAL-SIN-CURP DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE WS-IMPORTE-ABONOS TO WS-IMPORTE-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "PAGADO DEDUCIBLE:        " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE WS-IMPORTE-DEVOL TO WS-IMPORTE-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "DEVUELTO DEDUCIBLE:      " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE WS-IMPORTE-CERTIFICADO TO WS-IMPORTE-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "IMPORTE CERTIFICADO:     " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE WS-IMPORTE-SIN-NETO TO WS-NETO-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "NETO SIN CERTIFICAR:    " DELIMITED BY SIZE
               WS-NETO-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           COMPUTE WS-IMPORTE-CUADRE = WS-IMPORTE-ABONOS
               - WS-IMPORTE-DEVOL - WS-IMPORTE-CERTIFICADO
               - WS-IMPORTE-SIN-NETO.
           INITIALIZE LINEA-TEMP.
           IF WS-IMPORTE-CUADRE = ZEROS
               MOVE "CUADRADO: PAGADO-DEVUELTO = CERTIFICADO+SIN NETO"
                   TO LINEA-TEMP
           ELSE
               MOVE "**** DESCUADRE CONTRA EL INGRESO DEDUCIBLE ****"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           CLOSE REP-DEDUCIBLES.
           MOVE WS-IMPORTE-CERTIFICADO TO WS-IMPORTE-EDIT.
           DISPLAY "**** CONSTANCIAS EMITIDAS: " WS-TOTAL-ALUMNOS
                   "; RESUMEN EN " WS-REPORTE-ARCHIVO " ***".
           EXIT.

       100600-AUDITORIA-LOG.
      *    UNA LINEA POR CORRIDA EN LA BITACORA COMPARTIDA.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "DEDUCIBLES" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|EJERCICIO " DELIMITED BY SIZE
               WS-ANIO DELIMITED BY SIZE
               " CONST " DELIMITED BY SIZE
               WS-TOTAL-ALUMNOS DELIMITED BY SIZE
               " NUEVAS " DELIMITED BY SIZE
               WS-TOTAL-NUEVAS DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM DEDUCIBLES-DOC.
