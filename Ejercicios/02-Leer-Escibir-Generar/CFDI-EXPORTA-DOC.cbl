      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: DAILY EXPORT OF ELECTRONIC INVOICE (CFDI) REQUESTS
      *          FOR THE PAC. EVERY ABONO LEAVES A RECEIPT FOLIO IN
      *          "recibos.txt"; FOR EACH RECEIPT WHOSE PAYER ASKED FOR
      *          AN INVOICE IN "fiscales.txt" AND THAT WAS NOT ALREADY
      *          REQUESTED, WRITES ONE LINE IN
      *          "CFDI-SOLICITUD-AAAAMMDD.txt" WITH THE FISCAL DATA,
      *          THE STUDENT'S NAME AND THE CURP OF "demograficos.txt"
      *          (COMPLEMENTO DE INSTITUCIONES EDUCATIVAS) AND OPENS
      *          THE FOLIO IN "facturas.txt" AS "S" SOLICITADA. A
      *          RECEIPT WITHOUT CURP IS HELD BACK AND LISTED IN
      *          "REP-CFDI-EXPORTA.txt" UNTIL CONTROL ESCOLAR CAPTURES
      *          IT. ONE LINE IN "auditoria.txt" PER RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDI-EXPORTA-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-RECIBOS ASSIGN TO "recibos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REC.
       SELECT DOC-FISCALES ASSIGN TO "fiscales.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-REG-CLAVE
           FILE STATUS IS WS-STATUS-FIS.
       SELECT DOC-FACTURAS ASSIGN TO "facturas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-REG-FOLIO
           FILE STATUS IS WS-STATUS-FAC.
       SELECT DOC-DEMOGRAFICOS ASSIGN TO "demograficos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEM-REG-CLAVE
           FILE STATUS IS WS-STATUS-DEM.
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
       SELECT DOC-SOLICITUD ASSIGN TO WS-SOLICITUD-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SOL.
       SELECT REP-EXPORTA ASSIGN TO "REP-CFDI-EXPORTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DES.

       DATA DIVISION.
       FILE SECTION.
      *    MISMO REGISTRO DE FOLIOS QUE PAGOS-MAKER-DOC.
           FD DOC-RECIBOS.
           01 REC-REG.
               05 REC-FOLIO PIC 9(06).
               05 REC-CLAVE PIC 9(08).
               05 REC-FECHA PIC 9(08).
               05 REC-HORA PIC X(06).
               05 REC-MONTO PIC 9(06)V99.
               05 REC-CONCEPTO PIC X(20).
               05 REC-OPERADOR PIC X(20).

           FD DOC-FISCALES.
           COPY "FIS-REG-DOC.cpy".

           FD DOC-FACTURAS.
           COPY "FAC-REG-DOC.cpy".

           FD DOC-DEMOGRAFICOS.
           01 DEM-REG-DOC.
               05 DEM-REG-CLAVE PIC 9(08).
               05 DEM-REG-FECHA-NAC PIC 9(08).
               05 DEM-REG-DIRECCION PIC X(60).
               05 DEM-REG-TUTOR PIC X(40).
               05 DEM-REG-CONTACTO-EMER PIC X(40).
               05 DEM-REG-TEL-EMER PIC X(10).
               05 DEM-REG-CURP PIC X(18).

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

      *    SOLICITUD AL PAC: UNA LINEA POR RECIBO A FACTURAR; EL PAC
      *    REGRESA EL FOLIO CON SU UUID (VER CFDI-IMPORTA-DOC).
           FD DOC-SOLICITUD.
           01 SOL-REG.
               05 SOL-FOLIO PIC 9(06).
               05 SOL-FECHA-PAGO PIC 9(08).
               05 SOL-CLAVE PIC 9(08).
               05 SOL-RFC PIC X(13).
               05 SOL-RAZON-SOCIAL PIC X(60).
               05 SOL-REGIMEN PIC X(03).
               05 SOL-USO-CFDI PIC X(04).
               05 SOL-CP PIC X(05).
               05 SOL-CURP PIC X(18).
               05 SOL-ALUMNO PIC X(40).
               05 SOL-CONCEPTO PIC X(20).
               05 SOL-MONTO PIC 9(06)V99.

           FD REP-EXPORTA.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-REC PIC XX.
               05 WS-STATUS-FIS PIC XX.
               05 WS-STATUS-FAC PIC XX.
               05 WS-STATUS-DEM PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-SOL PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-MONTO-EDIT PIC ZZZZZ9.99.
               05 WS-IMPORTE-EDIT PIC ZZZZZZZ9.99.
               05 WS-CURP PIC X(18) VALUE SPACES.
               05 WS-NOMBRE-EST PIC X(40) VALUE SPACES.

           01 WS-SOLICITUD-ARCHIVO.
               05 FILLER PIC X(15) VALUE "CFDI-SOLICITUD-".
               05 WS-SOLICITUD-FECHA PIC 9(08).
               05 FILLER PIC X(04) VALUE ".txt".

           01 WS-CONTADORES.
               05 WS-TOTAL-RECIBOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-A-FACTURAR PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-SOLICITADAS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-REINTENTOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-PREVIAS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-SIN-CURP PIC 9(06) VALUE ZEROS.
               05 WS-IMPORTE-TOTAL PIC 9(09)V99 VALUE ZEROS.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN-REC PIC X VALUE "N".
                   88 FIN-RECIBOS VALUE "S".
               05 WS-FAC-EXISTE PIC X VALUE "N".
                   88 FACTURA-EXISTE VALUE "S".
               05 WS-FIS-OK PIC X VALUE "N".
                   88 RECIBO-A-FACTURAR VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           PERFORM 100001-CAPTURA-OPERADOR.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA TO WS-SOLICITUD-FECHA.
           DISPLAY "¿GENERAR " WS-SOLICITUD-ARCHIVO
                   " PARA EL PAC? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA = "S"
               PERFORM 100050-ABRE-ARCHIVOS
               PERFORM 100100-RECORRE-RECIBOS
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

       100050-ABRE-ARCHIVOS.
           OPEN INPUT DOC-FISCALES.
           IF WS-STATUS-FIS NOT = "00"
               DISPLAY "**** NO HAY FISCALES.TXT; NADIE HA PEDIDO "
                       "FACTURA ***"
               GOBACK
           END-IF.
           OPEN INPUT DOC-RECIBOS.
           IF WS-STATUS-REC NOT = "00"
               CLOSE DOC-FISCALES
               DISPLAY "**** NO HAY RECIBOS.TXT; NADA QUE FACTURAR ***"
               GOBACK
           END-IF.
           OPEN I-O DOC-FACTURAS.
           IF WS-STATUS-FAC = "35"
               OPEN OUTPUT DOC-FACTURAS
               CLOSE DOC-FACTURAS
               OPEN I-O DOC-FACTURAS
           END-IF.
           OPEN INPUT DOC-DEMOGRAFICOS.
           OPEN INPUT DOC-EST.
           OPEN OUTPUT DOC-SOLICITUD.
           OPEN OUTPUT REP-EXPORTA.
           PERFORM 100510-ESCRIBE-ENCABEZADO.
           EXIT.

       100100-RECORRE-RECIBOS.
           PERFORM UNTIL FIN-RECIBOS
               READ DOC-RECIBOS
                   AT END
                       SET FIN-RECIBOS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-RECIBOS
                       PERFORM 100200-REVISA-RECIBO
               END-READ
           END-PERFORM.
           EXIT.

       100200-REVISA-RECIBO.
      *    SOLO LOS RECIBOS DE PAGADORES QUE PIDIERON FACTURA, DESDE
      *    LA FECHA EN QUE LA PIDIERON.
           MOVE "N" TO WS-FIS-OK.
           MOVE REC-CLAVE TO FIS-REG-CLAVE.
           READ DOC-FISCALES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FIS-PIDE-FACTURA
                       AND REC-FECHA NOT < FIS-REG-FACTURA-DESDE
                       SET RECIBO-A-FACTURAR TO TRUE
                   END-IF
           END-READ.
           IF NOT RECIBO-A-FACTURAR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-A-FACTURAR.
           MOVE "N" TO WS-FAC-EXISTE.
           MOVE REC-FOLIO TO FAC-REG-FOLIO.
           READ DOC-FACTURAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FACTURA-EXISTE TO TRUE
           END-READ.
      *    UN FOLIO YA SOLICITADO O TIMBRADO NO SE PIDE DOS VECES;
      *    UNO QUE EL PAC RECHAZO SE VUELVE A PEDIR CON LOS DATOS
      *    FISCALES QUE HAYA HOY.
           IF FACTURA-EXISTE AND NOT FAC-RECHAZADA
               ADD 1 TO WS-TOTAL-PREVIAS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CURP.
           MOVE REC-CLAVE TO DEM-REG-CLAVE.
           READ DOC-DEMOGRAFICOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEM-REG-CURP TO WS-CURP
           END-READ.
           IF WS-CURP = SPACES
               ADD 1 TO WS-TOTAL-SIN-CURP
               MOVE REC-MONTO TO WS-MONTO-EDIT
               INITIALIZE LINEA-TEMP
               STRING
                   REC-FOLIO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   REC-CLAVE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   REC-CONCEPTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONTO-EDIT DELIMITED BY SIZE
                   "  **** RETENIDO: ALUMNO SIN CURP EN "
                       DELIMITED BY SIZE
                   "DEMOGRAFICOS" DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100300-ESCRIBE-SOLICITUD.
           EXIT.

       100300-ESCRIBE-SOLICITUD.
           MOVE SPACES TO WS-NOMBRE-EST.
           MOVE REC-CLAVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EST-REG-NOMBRE TO WS-NOMBRE-EST
           END-READ.
           INITIALIZE SOL-REG.
           MOVE REC-FOLIO TO SOL-FOLIO.
           MOVE REC-FECHA TO SOL-FECHA-PAGO.
           MOVE REC-CLAVE TO SOL-CLAVE.
           MOVE FIS-REG-RFC TO SOL-RFC.
           MOVE FIS-REG-RAZON-SOCIAL TO SOL-RAZON-SOCIAL.
           MOVE FIS-REG-REGIMEN TO SOL-REGIMEN.
           MOVE FIS-REG-USO-CFDI TO SOL-USO-CFDI.
           MOVE FIS-REG-CP TO SOL-CP.
           MOVE WS-CURP TO SOL-CURP.
           MOVE WS-NOMBRE-EST TO SOL-ALUMNO.
           MOVE REC-CONCEPTO TO SOL-CONCEPTO.
           MOVE REC-MONTO TO SOL-MONTO.
           WRITE SOL-REG.
           IF FACTURA-EXISTE
               ADD 1 TO WS-TOTAL-REINTENTOS
           ELSE
               INITIALIZE FAC-REG-DOC
               MOVE REC-FOLIO TO FAC-REG-FOLIO
           END-IF.
           MOVE REC-CLAVE TO FAC-REG-CLAVE.
           MOVE REC-FECHA TO FAC-REG-FECHA-PAGO.
           MOVE REC-MONTO TO FAC-REG-MONTO.
           MOVE REC-CONCEPTO TO FAC-REG-CONCEPTO.
           MOVE FIS-REG-RFC TO FAC-REG-RFC.
           MOVE "S" TO FAC-REG-ESTADO.
           MOVE WS-AUD-FECHA TO FAC-REG-FECHA-SOLICITUD.
           MOVE SPACES TO FAC-REG-ERROR.
           IF FACTURA-EXISTE
               REWRITE FAC-REG-DOC
           ELSE
               WRITE FAC-REG-DOC
           END-IF.
           ADD 1 TO WS-TOTAL-SOLICITADAS.
           ADD REC-MONTO TO WS-IMPORTE-TOTAL.
           MOVE REC-MONTO TO WS-MONTO-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               REC-FOLIO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REC-CLAVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REC-CONCEPTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
               "  RFC " DELIMITED BY SIZE
               FIS-REG-RFC DELIMITED BY SIZE
               "  SOLICITADA" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100400-CIERRA-ARCHIVOS.
           CLOSE DOC-RECIBOS.
           CLOSE DOC-FISCALES.
           CLOSE DOC-FACTURAS.
           CLOSE DOC-DEMOGRAFICOS.
           CLOSE DOC-EST.
           CLOSE DOC-SOLICITUD.
           EXIT.

       100510-ESCRIBE-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "SOLICITUDES DE FACTURA AL PAC - " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               " - ARCHIVO " DELIMITED BY SIZE
               WS-SOLICITUD-ARCHIVO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-ESCRIBE-CONTROL.
      *    CIFRA CONTROL: RECIBOS A FACTURAR = SOLICITADOS HOY + YA
      *    SOLICITADOS ANTES + RETENIDOS SIN CURP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RECIBOS LEIDOS:         " DELIMITED BY SIZE
               WS-TOTAL-RECIBOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RECIBOS A FACTURAR:     " DELIMITED BY SIZE
               WS-TOTAL-A-FACTURAR DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "SOLICITADOS HOY:        " DELIMITED BY SIZE
               WS-TOTAL-SOLICITADAS DELIMITED BY SIZE
               "  (REINTENTOS " DELIMITED BY SIZE
               WS-TOTAL-REINTENTOS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "SOLICITADOS ANTES:      " DELIMITED BY SIZE
               WS-TOTAL-PREVIAS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "RETENIDOS SIN CURP:     " DELIMITED BY SIZE
               WS-TOTAL-SIN-CURP DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           MOVE WS-IMPORTE-TOTAL TO WS-IMPORTE-EDIT.
           INITIALIZE LINEA-TEMP.
           STRING
               "IMPORTE SOLICITADO:     " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-A-FACTURAR = WS-TOTAL-SOLICITADAS
               + WS-TOTAL-PREVIAS + WS-TOTAL-SIN-CURP
               MOVE "CUADRADO: A FACTURAR = HOY + ANTES + SIN CURP"
                   TO LINEA-TEMP
           ELSE
               MOVE "**** DESCUADRE CONTRA LOS RECIBOS A FACTURAR ****"
                   TO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           CLOSE REP-EXPORTA.
           DISPLAY "**** SOLICITUDES: " WS-TOTAL-SOLICITADAS
                   " EN " WS-SOLICITUD-ARCHIVO
                   "; CONTROL EN REP-CFDI-EXPORTA.txt ***".
           EXIT.

       100600-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "CFDI-EXPORTA" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|SOLICITUDES " DELIMITED BY SIZE
               WS-TOTAL-SOLICITADAS DELIMITED BY SIZE
               " SIN CURP " DELIMITED BY SIZE
               WS-TOTAL-SIN-CURP DELIMITED BY SIZE
               " IMPORTE " DELIMITED BY SIZE
               WS-IMPORTE-EDIT DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM CFDI-EXPORTA-DOC.
