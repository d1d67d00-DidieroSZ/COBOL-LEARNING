      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: CAPTURE THE FISCAL DATA OF THE PAYER OF EACH STUDENT
      *          IN "fiscales.txt" (RFC, RAZON SOCIAL, REGIMEN FISCAL,
      *          USO CFDI, CODIGO POSTAL) AND WHETHER THE PAYER WANTS
      *          AN INVOICE. CFDI-EXPORTA-DOC TOMA DE AQUI LOS DATOS
      *          DE LA SOLICITUD AL PAC; YA NADIE CAPTURA FACTURAS A
      *          MANO EN EL PORTAL. EVERY CHANGE IS LOGGED TO
      *          "auditoria.txt".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCALES-MAKER-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-FISCALES ASSIGN TO "fiscales.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIS-REG-CLAVE
           FILE STATUS IS WS-STATUS-FIS.
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

       DATA DIVISION.
       FILE SECTION.
           FD DOC-FISCALES.
           COPY "FIS-REG-DOC.cpy".

           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 IN-DATA.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-RFC PIC X(13) VALUE SPACES.
               05 WS-RAZON-SOCIAL PIC X(60) VALUE SPACES.
               05 WS-REGIMEN PIC X(03) VALUE SPACES.
               05 WS-USO-CFDI PIC X(04) VALUE SPACES.
               05 WS-CP PIC X(05) VALUE SPACES.
               05 WS-FACTURAR PIC X(01) VALUE SPACES.
               05 WS-FACTURA-DESDE PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-CAPTURA PIC 9(08) VALUE ZEROS.

           01 WS-VARIABLES.
               05 WS-STATUS-FIS PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-ACCION PIC X(24) VALUE SPACES.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-DIGITO-ESPERADO PIC 9(01) VALUE ZEROS.
               05 WS-CLAVE-DIGITO-OK PIC X VALUE "N".
               05 WS-CONFIRMA-CLAVE PIC X VALUE "N".
               05 WS-LARGO-RFC PIC 9(02) VALUE ZEROS.

           01 SWITCHES.
               05 WS-EST-EXISTE PIC X VALUE "N".
                   88 EST-EXISTE VALUE "S".
               05 WS-FIS-EXISTE PIC X VALUE "N".
                   88 FISCALES-EXISTEN VALUE "S".
               05 WS-DATO-OK PIC X VALUE "N".
                   88 DATO-ACEPTADO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       PERFORM 100005-ABRE-FISCALES.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-FISCALES.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           DISPLAY "LOG -- OPERADOR (CAJA): " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           EXIT.

       100005-ABRE-FISCALES.
           OPEN I-O DOC-FISCALES.
           IF WS-STATUS-FIS = "35"
               OPEN OUTPUT DOC-FISCALES
               CLOSE DOC-FISCALES
               OPEN I-O DOC-FISCALES
           END-IF.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- DATOS FISCALES PARA FACTURACION --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] ALTA / ACTUALIZACION".
           DISPLAY "  [2] CONSULTAR".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-ALTA
               WHEN 2
                   PERFORM 100300-CONSULTA
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
           MOVE "N" TO WS-FIS-EXISTE.
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
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLAVE TO FIS-REG-CLAVE.
           READ DOC-FISCALES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FISCALES-EXISTEN TO TRUE
           END-READ.
           EXIT.

       100100-ALTA.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF FISCALES-EXISTEN
               DISPLAY "**** YA TIENE DATOS FISCALES (RFC "
                       FIS-REG-RFC "); SE ACTUALIZAN ***"
           ELSE
               INITIALIZE FIS-REG-DOC
               MOVE WS-CLAVE TO FIS-REG-CLAVE
           END-IF.
           MOVE "N" TO WS-DATO-OK.
           PERFORM UNTIL DATO-ACEPTADO
               DISPLAY "LOG -- RFC: " WITH NO ADVANCING
               ACCEPT WS-RFC
               MOVE FUNCTION UPPER-CASE(WS-RFC) TO WS-RFC
               MOVE ZEROS TO WS-LARGO-RFC
               IF WS-RFC NOT = SPACES
                   COMPUTE WS-LARGO-RFC =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-RFC))
               END-IF
               IF WS-LARGO-RFC = 12 OR WS-LARGO-RFC = 13
                   SET DATO-ACEPTADO TO TRUE
               ELSE
                   DISPLAY "**** EL RFC DEBE TENER 12 O 13 "
                           "POSICIONES ***"
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-RAZON-SOCIAL.
           PERFORM UNTIL WS-RAZON-SOCIAL NOT = SPACES
               DISPLAY "LOG -- RAZON SOCIAL / NOMBRE: "
                       WITH NO ADVANCING
               ACCEPT WS-RAZON-SOCIAL
               MOVE FUNCTION UPPER-CASE(WS-RAZON-SOCIAL)
                   TO WS-RAZON-SOCIAL
           END-PERFORM.
           MOVE "N" TO WS-DATO-OK.
           PERFORM UNTIL DATO-ACEPTADO
               DISPLAY "LOG -- REGIMEN FISCAL (3 DIGITOS): "
                       WITH NO ADVANCING
               ACCEPT WS-REGIMEN
               IF WS-REGIMEN IS NUMERIC
                   SET DATO-ACEPTADO TO TRUE
               ELSE
                   DISPLAY "**** REGIMEN INVALIDO ***"
               END-IF
           END-PERFORM.
           DISPLAY "LOG -- USO CFDI (ENTER=D10): " WITH NO ADVANCING.
           ACCEPT WS-USO-CFDI.
           MOVE FUNCTION UPPER-CASE(WS-USO-CFDI) TO WS-USO-CFDI.
           IF WS-USO-CFDI = SPACES
               MOVE "D10" TO WS-USO-CFDI
           END-IF.
           MOVE "N" TO WS-DATO-OK.
           PERFORM UNTIL DATO-ACEPTADO
               DISPLAY "LOG -- CODIGO POSTAL FISCAL: "
                       WITH NO ADVANCING
               ACCEPT WS-CP
               IF WS-CP IS NUMERIC
                   SET DATO-ACEPTADO TO TRUE
               ELSE
                   DISPLAY "**** CODIGO POSTAL INVALIDO ***"
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-FACTURAR.
           PERFORM UNTIL WS-FACTURAR = "S" OR WS-FACTURAR = "N"
               DISPLAY "LOG -- ¿PIDE FACTURA DE SUS PAGOS? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-FACTURAR
               MOVE FUNCTION UPPER-CASE(WS-FACTURAR) TO WS-FACTURAR
           END-PERFORM.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE FIS-REG-FACTURA-DESDE TO WS-FACTURA-DESDE.
      *    AL PEDIR FACTURA POR PRIMERA VEZ SE FACTURA DESDE HOY; LOS
      *    RECIBOS ANTERIORES NO SE REFACTURAN SOLOS.
           IF WS-FACTURAR = "S" AND NOT FIS-PIDE-FACTURA
               MOVE WS-AUD-FECHA TO WS-FACTURA-DESDE
           END-IF.
           IF WS-FACTURAR = "S"
               DISPLAY "LOG -- FACTURAR RECIBOS DESDE (AAAAMMDD, "
                       "ENTER=" WS-FACTURA-DESDE "): "
                       WITH NO ADVANCING
               ACCEPT WS-FECHA-CAPTURA
               IF WS-FECHA-CAPTURA NOT = ZEROS
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CAPTURA)
                       = ZEROS
                   MOVE WS-FECHA-CAPTURA TO WS-FACTURA-DESDE
               END-IF
           END-IF.
           MOVE WS-RFC TO FIS-REG-RFC.
           MOVE WS-RAZON-SOCIAL TO FIS-REG-RAZON-SOCIAL.
           MOVE WS-REGIMEN TO FIS-REG-REGIMEN.
           MOVE WS-USO-CFDI TO FIS-REG-USO-CFDI.
           MOVE WS-CP TO FIS-REG-CP.
           MOVE WS-FACTURAR TO FIS-REG-FACTURAR.
           MOVE WS-FACTURA-DESDE TO FIS-REG-FACTURA-DESDE.
           IF FISCALES-EXISTEN
               MOVE "DATOS FISCALES CAMBIADOS" TO WS-AUD-ACCION
           ELSE
               MOVE "DATOS FISCALES ALTA" TO WS-AUD-ACCION
           END-IF.
           PERFORM 100900-GRABA-FISCALES.
           EXIT.

       100300-CONSULTA.
           PERFORM 100050-CAPTURA-CLAVE.
           IF NOT EST-EXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT FISCALES-EXISTEN
               DISPLAY "**** SIN DATOS FISCALES ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RFC:          " FIS-REG-RFC.
           DISPLAY "RAZON SOCIAL: " FUNCTION TRIM(FIS-REG-RAZON-SOCIAL).
           DISPLAY "REGIMEN:      " FIS-REG-REGIMEN
                   "   USO CFDI: " FIS-REG-USO-CFDI
                   "   C.P.: " FIS-REG-CP.
           DISPLAY "FACTURAR:     " FIS-REG-FACTURAR
                   "   DESDE: " FIS-REG-FACTURA-DESDE.
           DISPLAY "ACTUALIZO:    " FIS-REG-OPERADOR " "
                   FIS-REG-FECHA-ACTUALIZA.
           EXIT.

       100900-GRABA-FISCALES.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           MOVE WS-AUD-FECHA TO FIS-REG-FECHA-ACTUALIZA.
           MOVE WS-OPERADOR TO FIS-REG-OPERADOR.
           IF FISCALES-EXISTEN
               REWRITE FIS-REG-DOC
           ELSE
               WRITE FIS-REG-DOC
           END-IF.
           IF WS-STATUS-FIS NOT = "00"
               DISPLAY "**** ERROR AL GRABAR FISCALES.TXT, STATUS: "
                       WS-STATUS-FIS
           ELSE
               DISPLAY "**** " FUNCTION TRIM(WS-AUD-ACCION) " ***"
               PERFORM 100910-AUDITORIA-LOG
           END-IF.
           EXIT.

       100910-AUDITORIA-LOG.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "FISCALES" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUD-ACCION) DELIMITED BY SIZE
               " RFC " DELIMITED BY SIZE
               FIS-REG-RFC DELIMITED BY SIZE
               " FACTURAR " DELIMITED BY SIZE
               FIS-REG-FACTURAR DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM FISCALES-MAKER-DOC.
