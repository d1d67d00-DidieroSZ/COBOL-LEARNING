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
       SELECT DOC-RECIBOS ASSIGN TO "recibos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
      *        REIMPRESION ES EL DEL FOLIO ORIGINAL Y NO DEBE PISAR
      *        AL OPERADOR FIRMADO DE LA SESION.
               05 WS-CAJERO-RECIBO PIC X(20) VALUE SPACES.
               05 WS-FAC-UUID PIC X(36) VALUE SPACES.
               05 WS-FAC-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-FAC-TIMBRADA PIC X VALUE "N".
                   88 FACTURA-TIMBRADA VALUE "S".
               05 WS-DIGITO-ESPERADO PIC 9(01) VALUE ZEROS.
               05 WS-CLAVE-DIGITO-OK PIC X VALUE "N".
               05 WS-CONFIRMA-CLAVE PIC X VALUE "N".
               FUNCTION TRIM(WS-CAJERO-RECIBO) DELIMITED BY SIZE
           INTO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
      *    SI EL PAC YA TIMBRO LA FACTURA DEL FOLIO, EL RECIBO LLEVA
      *    SU UUID (FACTURA-SEARCH).
           MOVE "N" TO WS-FAC-TIMBRADA.
           CALL "FACTURA-SEARCH" USING
               WS-FOLIO WS-FAC-UUID WS-FAC-FECHA WS-FAC-TIMBRADA.
           IF FACTURA-TIMBRADA
               INITIALIZE LINEA-RECIBO
               STRING
                   "FACTURA:  " DELIMITED BY SIZE
                   WS-FAC-UUID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FAC-FECHA DELIMITED BY SIZE
               INTO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF.
           CLOSE RECIBO-IMPR.
           DISPLAY "**** RECIBO FOLIO " WS-FOLIO " EN "
                   FUNCTION TRIM(WS-RECIBO-ARCHIVO) " ***".
