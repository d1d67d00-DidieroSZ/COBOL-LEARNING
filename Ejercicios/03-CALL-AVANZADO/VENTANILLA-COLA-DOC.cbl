      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: DAILY FRONT-DESK QUEUE "REP-VENTANILLA.txt" OVER
      *          "solicitudes-doc.txt" (SOL-REG-DOC): EVERY DOCUMENT
      *          REQUEST NOT YET DELIVERED, OLDEST FIRST, WITH ITS AGE
      *          IN DAYS AND WHAT IT IS WAITING FOR (PAGO EN CAJA,
      *          IMPRESION O ENTREGA), AGE BUCKETS, AND THE REQUESTS
      *          DELIVERED TODAY. LAS SOLICITUDES LAS LLEVA
      *          VENTANILLA-MAKER-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTANILLA-COLA-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-SOLICITUDES ASSIGN TO "solicitudes-doc.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SOL-REG-FOLIO
                   FILE STATUS WS-STATUS-SOL.

               SELECT REP-VENTANILLA ASSIGN TO "REP-VENTANILLA.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-SOLICITUDES.
               COPY "SOL-REG-DOC.cpy".

           FD REP-VENTANILLA.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-SOL PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-DIAS PIC S9(05) VALUE ZEROS.
               05 WS-DIAS-EDIT PIC ZZZZ9.
               05 WS-MONTO-EDIT PIC ZZZ,ZZ9.99.
               05 WS-TIPO-NOMBRE PIC X(11) VALUE SPACES.
               05 WS-ESPERA PIC X(16) VALUE SPACES.
               05 WS-TOTAL-LEIDAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-PENDIENTES PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ENTREGADAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ENTREGA-HOY PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-POR-PAGAR PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-POR-IMPRIMIR PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-POR-ENTREGAR PIC 9(05) VALUE ZEROS.
      *        ANTIGUEDAD: 0 A 2 DIAS, 3 A 5 DIAS, 6 O MAS.
               05 WS-EDAD-0-2 PIC 9(05) VALUE ZEROS.
               05 WS-EDAD-3-5 PIC 9(05) VALUE ZEROS.
               05 WS-EDAD-6-MAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-CUADRE PIC 9(05) VALUE ZEROS.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT DOC-SOLICITUDES.
           IF WS-STATUS-SOL NOT = "00"
               DISPLAY "**** NO HAY SOLICITUDES-DOC.TXT; NO SE "
                       "GENERA EL REPORTE ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REP-VENTANILLA.
           PERFORM 100050-ENCABEZADO.
      *    EL FOLIO ES CONSECUTIVO: EN ORDEN DE LLAVE SALEN PRIMERO
      *    LAS SOLICITUDES MAS VIEJAS.
           PERFORM 100100-LEE-SOLICITUD UNTIL FIN-ARCHIVO.
           CLOSE DOC-SOLICITUDES.
           PERFORM 100600-TOTALES.
           CLOSE REP-VENTANILLA.
           DISPLAY "**** COLA DE VENTANILLA: " WS-TOTAL-PENDIENTES
                   " PENDIENTES ***".
           DISPLAY "**** REPORTE GENERADO EN REP-VENTANILLA.txt ***".
           EXIT.

       100050-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "COLA DE VENTANILLA (DOCUMENTOS PENDIENTES) AL "
                   DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "FOLIO  SOLICITUD  DIAS CLAVE    DOCUMENTO   ESPERA"
               TO LINEA-TEMP.
           MOVE "CUOTA" TO LINEA-TEMP(72:5).
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100100-LEE-SOLICITUD.
           READ DOC-SOLICITUDES NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LEIDAS
                   IF SOL-ENTREGADO
                       ADD 1 TO WS-TOTAL-ENTREGADAS
                       IF SOL-REG-FECHA-ENTREGA = WS-FECHA-HOY
                           ADD 1 TO WS-TOTAL-ENTREGA-HOY
                       END-IF
                   ELSE
                       PERFORM 100200-ESCRIBE-PENDIENTE
                   END-IF
           END-READ.
           EXIT.

       100200-ESCRIBE-PENDIENTE.
           ADD 1 TO WS-TOTAL-PENDIENTES.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
             - FUNCTION INTEGER-OF-DATE(SOL-REG-FECHA).
           EVALUATE TRUE
               WHEN WS-DIAS < 3
                   ADD 1 TO WS-EDAD-0-2
               WHEN WS-DIAS < 6
                   ADD 1 TO WS-EDAD-3-5
               WHEN OTHER
                   ADD 1 TO WS-EDAD-6-MAS
           END-EVALUATE.
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
                   MOVE "PAGO EN CAJA" TO WS-ESPERA
                   ADD 1 TO WS-TOTAL-POR-PAGAR
               WHEN SOL-PAGADO
                   MOVE "IMPRESION" TO WS-ESPERA
                   ADD 1 TO WS-TOTAL-POR-IMPRIMIR
               WHEN OTHER
                   MOVE "ENTREGA" TO WS-ESPERA
                   ADD 1 TO WS-TOTAL-POR-ENTREGAR
           END-EVALUATE.
           MOVE WS-DIAS TO WS-DIAS-EDIT.
           MOVE SOL-REG-MONTO TO WS-MONTO-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               SOL-REG-FOLIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SOL-REG-FECHA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIAS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SOL-REG-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIPO-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESPERA DELIMITED BY SIZE
           INTO LINEA-TEMP.
           MOVE WS-MONTO-EDIT TO LINEA-TEMP(67:10).
           WRITE LINEA-TEMP.
           EXIT.

       100600-TOTALES.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "PENDIENTES: " DELIMITED BY SIZE
               WS-TOTAL-PENDIENTES DELIMITED BY SIZE
               "   POR PAGAR: " DELIMITED BY SIZE
               WS-TOTAL-POR-PAGAR DELIMITED BY SIZE
               "   POR IMPRIMIR: " DELIMITED BY SIZE
               WS-TOTAL-POR-IMPRIMIR DELIMITED BY SIZE
               "   POR ENTREGAR: " DELIMITED BY SIZE
               WS-TOTAL-POR-ENTREGAR DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ANTIGUEDAD 0-2 DIAS: " DELIMITED BY SIZE
               WS-EDAD-0-2 DELIMITED BY SIZE
               "   3-5 DIAS: " DELIMITED BY SIZE
               WS-EDAD-3-5 DELIMITED BY SIZE
               "   6 O MAS: " DELIMITED BY SIZE
               WS-EDAD-6-MAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ENTREGADAS HOY: " DELIMITED BY SIZE
               WS-TOTAL-ENTREGA-HOY DELIMITED BY SIZE
               "   ENTREGADAS EN TOTAL: " DELIMITED BY SIZE
               WS-TOTAL-ENTREGADAS DELIMITED BY SIZE
               "   SOLICITUDES LEIDAS: " DELIMITED BY SIZE
               WS-TOTAL-LEIDAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           COMPUTE WS-TOTAL-CUADRE =
               WS-TOTAL-PENDIENTES + WS-TOTAL-ENTREGADAS.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-CUADRE = WS-TOTAL-LEIDAS
               MOVE "CUADRADO: LEIDAS = PENDIENTES + ENTREGADAS"
                   TO LINEA-TEMP
           ELSE
               MOVE "NO CUADRA: LEIDAS <> PENDIENTES + ENTREGADAS"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM VENTANILLA-COLA-DOC.
