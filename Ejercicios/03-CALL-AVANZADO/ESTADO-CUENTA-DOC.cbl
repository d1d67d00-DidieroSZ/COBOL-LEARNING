      *          PORCENTAJE), AND THE OVERDUE PORTION COMPUTED THE
      *          SAME WAY AS PAGOS-SALDO-SEARCH (SE LE LLAMA, NO SE
      *          REINVENTA). EL DOCUMENTO QUE TERMINA LA DISCUSION EN
      *          LA VENTANILLA. LOS ABONOS YA FACTURADOS MUESTRAN EL
      *          FOLIO Y EL UUID DE SU CFDI ("facturas.txt").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-CUENTA-DOC.
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

               SELECT DOC-FACTURAS ASSIGN TO "facturas.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAC-REG-FOLIO
                   FILE STATUS WS-STATUS-FAC.

               SELECT ESTADO-IMPR ASSIGN TO WS-ESTADO-ARCHIVO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-IMP.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-FACTURAS.
               COPY "FAC-REG-DOC.cpy".

           FD ESTADO-IMPR.
               01 LINEA-ESTADO PIC X(100).

               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-IMP PIC XX.
               05 WS-STATUS-FAC PIC XX.
               05 WS-ESTADO-ARCHIVO PIC X(30) VALUE SPACES.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-INI PIC 9(08) VALUE ZEROS.
               05 WS-TIPO-TEXTO PIC X(10).
               05 WS-MOVIMIENTOS PIC 9(04) VALUE ZEROS.

      *    FACTURAS TIMBRADAS DEL ALUMNO; CADA UNA SE LIGA AL PRIMER
      *    ABONO DE LA MISMA FECHA, IMPORTE Y CONCEPTO.
           01 WS-FACTURAS.
               05 WS-FAC-TOTAL PIC 9(03) VALUE ZEROS.
               05 WS-FAC-TABLA OCCURS 200 TIMES.
                   10 WS-FAC-FECHA PIC 9(08).
                   10 WS-FAC-MONTO PIC 9(06)V99.
                   10 WS-FAC-CONCEPTO PIC X(20).
                   10 WS-FAC-FOLIO PIC 9(06).
                   10 WS-FAC-UUID PIC X(36).
                   10 WS-FAC-USADA PIC X(01).
               05 WS-IDX-FAC PIC 9(03).

           01 SWITCHES.
               05 WS-EST-EXISTE PIC X VALUE "N".
                   88 EST-EXISTE VALUE "S".
               05 WS-FIN-PAG PIC X VALUE "N".
                   88 FIN-PAGOS VALUE "S".
               05 WS-FIN-FAC PIC X VALUE "N".
                   88 FIN-FACTURAS VALUE "S".
               05 WS-FAC-HALLADA PIC X VALUE "N".
                   88 FACTURA-HALLADA VALUE "S".

       PROCEDURE DIVISION.

               TO LINEA-ESTADO.
           MOVE "    SALDO" TO LINEA-ESTADO(56:9).
           WRITE LINEA-ESTADO.
           PERFORM 100150-CARGA-FACTURAS.
           PERFORM 100200-RECORRE-DIARIO.
           PERFORM 100400-PIE-DE-ESTADO.
           CLOSE ESTADO-IMPR.
                   FUNCTION TRIM(WS-ESTADO-ARCHIVO) " ***".
           EXIT.

       100150-CARGA-FACTURAS.
           MOVE ZEROS TO WS-FAC-TOTAL.
           OPEN INPUT DOC-FACTURAS.
           IF WS-STATUS-FAC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-FACTURAS
               READ DOC-FACTURAS NEXT RECORD
                   AT END
                       SET FIN-FACTURAS TO TRUE
                   NOT AT END
                       IF FAC-REG-CLAVE = WS-CLAVE AND FAC-TIMBRADA
                           AND WS-FAC-TOTAL < 200
                           ADD 1 TO WS-FAC-TOTAL
                           MOVE FAC-REG-FECHA-PAGO
                               TO WS-FAC-FECHA(WS-FAC-TOTAL)
                           MOVE FAC-REG-MONTO
                               TO WS-FAC-MONTO(WS-FAC-TOTAL)
                           MOVE FAC-REG-CONCEPTO
                               TO WS-FAC-CONCEPTO(WS-FAC-TOTAL)
                           MOVE FAC-REG-FOLIO
                               TO WS-FAC-FOLIO(WS-FAC-TOTAL)
                           MOVE FAC-REG-UUID
                               TO WS-FAC-UUID(WS-FAC-TOTAL)
                           MOVE "N" TO WS-FAC-USADA(WS-FAC-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-FACTURAS.
           EXIT.

       100200-RECORRE-DIARIO.
      *    EL DIARIO SE ANEXA EN ORDEN CRONOLOGICO, ASI QUE EL SALDO
      *    CORRIDO SALE DE LEERLO DE CORRIDO; LOS MOVIMIENTOS
                   INTO LINEA-ESTADO
                   WRITE LINEA-ESTADO
               END-IF
               IF PAG-REG-TIPO = "A" AND WS-FAC-TOTAL > ZEROS
                   PERFORM 100350-LINEA-FACTURA
               END-IF
           END-IF.
           EXIT.

       100350-LINEA-FACTURA.
           MOVE "N" TO WS-FAC-HALLADA.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-FAC-TOTAL
                      OR FACTURA-HALLADA
               IF WS-FAC-USADA(WS-IDX-FAC) = "N"
                   AND WS-FAC-FECHA(WS-IDX-FAC) = PAG-REG-FECHA
                   AND WS-FAC-MONTO(WS-IDX-FAC) = PAG-REG-MONTO
                   AND WS-FAC-CONCEPTO(WS-IDX-FAC) = PAG-REG-CONCEPTO
                   SET FACTURA-HALLADA TO TRUE
                   MOVE "S" TO WS-FAC-USADA(WS-IDX-FAC)
                   INITIALIZE LINEA-ESTADO
                   STRING
                       "         FACTURA FOLIO " DELIMITED BY SIZE
                       WS-FAC-FOLIO(WS-IDX-FAC) DELIMITED BY SIZE
                       " UUID " DELIMITED BY SIZE
                       WS-FAC-UUID(WS-IDX-FAC) DELIMITED BY SIZE
                   INTO LINEA-ESTADO
                   WRITE LINEA-ESTADO
               END-IF
           END-PERFORM.
           EXIT.

       100400-PIE-DE-ESTADO.
           MOVE ZEROS TO WS-SALDO-VENCIDO.
           MOVE ZEROS TO WS-SALDO-TOTAL.
