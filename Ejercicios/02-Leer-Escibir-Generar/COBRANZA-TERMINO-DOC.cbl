      *          PAGOS-MAKER-DOC. WRITES THE CONTROL REPORT
      *          "REP-COBRANZA.txt" (ACTIVOS = CARGOS + SIN TARIFA)
      *          PARA CUADRAR CONTRA EL PADRON, Y DEJA EL LOTE
      *          ASENTADO EN "auditoria.txt". UN VENCIMIENTO QUE CAE
      *          EN SABADO, DOMINGO O DIA INHABIL DEL PLANTEL DEL
      *          ALUMNO ("dias-inhabiles.txt") SE RECORRE AL SIGUIENTE
      *          DIA HABIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANZA-TERMINO-DOC.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EST-REG-CLAVE
           ALTERNATE RECORD KEY IS EST-REG-NOMBRE
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-CARRERA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-PLANTEL
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-EST.
       SELECT DOC-TARIFAS ASSIGN TO "tarifas.txt"
           ORGANIZATION IS INDEXED
                   88 FAMILIA-ENCONTRADA VALUE "S".
               05 WS-MONTO-EDIT PIC ZZZZZ9.99.
               05 WS-IMPORTE-EDIT PIC ZZZZZZZ9.99.
               05 WS-VENC-ALUMNO PIC 9(08) VALUE ZEROS.
               05 WS-ENTERO-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-DIA-SEMANA PIC 9(01) VALUE ZEROS.
               05 WS-IDX-PLANTEL PIC 9(03) VALUE ZEROS.

      *    VENCIMIENTO YA RECORRIDO POR PLANTEL (POSICION = PLANTEL
      *    + 1), PARA NO CONSULTAR EL CALENDARIO POR CADA ALUMNO.
           01 WS-VENCIMIENTOS.
               05 WS-VENC-PLANTEL OCCURS 100 TIMES PIC 9(08).

      *    CALENDARIO DE DIAS INHABILES (DIA-INHABIL-SEARCH).
           01 WS-DIA-CALL.
               05 WS-DIA-PLANTEL PIC 9(02).
               05 WS-DIA-TIPO PIC X(01) VALUE SPACE.
                   88 DIA-HABIL VALUE SPACE.
               05 WS-DIA-DESCRIPCION PIC X(40).

           01 WS-CONTADORES.
               05 WS-TOTAL-ACTIVOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-SIN-TARIFA PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-CON-BECA PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-CON-DESC PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-RECORRIDOS PIC 9(06) VALUE ZEROS.
               05 WS-IMPORTE-TOTAL PIC 9(09)V99 VALUE ZEROS.

           01 FORMATO.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-VENCE-OK PIC X VALUE "N".
                   88 VENCE-EN-DIA-HABIL VALUE "S".
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-TARIFA-EXISTE PIC X VALUE "N".
               END-IF
           END-PERFORM.
           MOVE WS-VENCIMIENTO TO WS-VENC-NUM.
           INITIALIZE WS-VENCIMIENTOS.
           DISPLAY "¿GENERAR LOS CARGOS DEL CICLO "
                   FUNCTION TRIM(WS-CICLO) "? (S/N): "
                   WITH NO ADVANCING.
                   NOT AT END
      *                LOS REGISTROS VIEJOS SIN ESTATUS CAPTURADO
      *                CUENTAN COMO ACTIVOS, IGUAL QUE EN EL CONTEO
      *                DE CUPO DE DOC-EST-MAKER. LA BAJA TEMPORAL
      *                ("T") NO SE COBRA.
                       IF EST-ACTIVO OR EST-REG-ESTATUS = SPACE
                           ADD 1 TO WS-TOTAL-ACTIVOS
                           PERFORM 100200-FACTURA-ESTUDIANTE
           MOVE EST-REG-CLAVE TO PAG-REG-CLAVE.
           MOVE "C" TO PAG-REG-TIPO.
           MOVE WS-AUD-FECHA TO PAG-REG-FECHA.
           PERFORM 100310-VENCIMIENTO-HABIL.
           MOVE WS-VENC-ALUMNO TO PAG-REG-VENCIMIENTO.
           MOVE WS-MONTO-NETO TO PAG-REG-MONTO.
           MOVE WS-CONCEPTO TO PAG-REG-CONCEPTO.
           MOVE TAR-REG-MONTO TO PAG-REG-MONTO-BRUTO.
           ADD PAG-REG-MONTO TO WS-IMPORTE-TOTAL.
           EXIT.

       100310-VENCIMIENTO-HABIL.
      *    EL VENCIMIENTO CAPTURADO SE RECORRE DIA POR DIA MIENTRAS
      *    CAIGA EN FIN DE SEMANA O EN DIA INHABIL DEL PLANTEL DEL
      *    ALUMNO; EL RESULTADO QUEDA GUARDADO POR PLANTEL.
           COMPUTE WS-IDX-PLANTEL = EST-REG-PLANTEL + 1.
           IF WS-VENC-PLANTEL(WS-IDX-PLANTEL) NOT = ZEROS
               MOVE WS-VENC-PLANTEL(WS-IDX-PLANTEL) TO WS-VENC-ALUMNO
           ELSE
               MOVE WS-VENC-NUM TO WS-VENC-ALUMNO
               MOVE EST-REG-PLANTEL TO WS-DIA-PLANTEL
               MOVE "N" TO WS-VENCE-OK
               PERFORM UNTIL VENCE-EN-DIA-HABIL
                   COMPUTE WS-ENTERO-FECHA =
                       FUNCTION INTEGER-OF-DATE(WS-VENC-ALUMNO)
                   COMPUTE WS-DIA-SEMANA =
                       FUNCTION MOD(WS-ENTERO-FECHA - 1, 7) + 1
                   MOVE SPACES TO WS-DIA-TIPO
                   IF WS-DIA-SEMANA < 6
                       CALL "DIA-INHABIL-SEARCH" USING
                           WS-DIA-PLANTEL WS-VENC-ALUMNO WS-DIA-TIPO
                           WS-DIA-DESCRIPCION
                   END-IF
                   IF WS-DIA-SEMANA < 6 AND DIA-HABIL
                       SET VENCE-EN-DIA-HABIL TO TRUE
                   ELSE
                       COMPUTE WS-VENC-ALUMNO =
                           FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA + 1)
                   END-IF
               END-PERFORM
               MOVE WS-VENC-ALUMNO TO WS-VENC-PLANTEL(WS-IDX-PLANTEL)
               IF WS-VENC-ALUMNO NOT = WS-VENC-NUM
                   INITIALIZE LINEA-TEMP
                   STRING
                       "VENC. RECORRIDO PLANTEL " DELIMITED BY SIZE
                       EST-REG-PLANTEL DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-VENC-NUM DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       WS-VENC-ALUMNO DELIMITED BY SIZE
                   INTO LINEA-TEMP
                   WRITE LINEA-TEMP
               END-IF
           END-IF.
           IF WS-VENC-ALUMNO NOT = WS-VENC-NUM
               ADD 1 TO WS-TOTAL-RECORRIDOS
           END-IF.
           EXIT.

       100400-CIERRA-ARCHIVOS.
           CLOSE DOC-EST.
           CLOSE DOC-TARIFAS.
               WS-TOTAL-CON-DESC DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "VENCIMIENTO RECORRIDO:" DELIMITED BY SIZE
               WS-TOTAL-RECORRIDOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE WS-IMPORTE-TOTAL TO WS-IMPORTE-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
