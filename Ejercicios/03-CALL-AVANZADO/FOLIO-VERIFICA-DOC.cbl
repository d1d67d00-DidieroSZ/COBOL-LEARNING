      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: ONE CONSOLE TO VERIFY ANY FOLIO THE SCHOOL HAS ISSUED.
      *          CON EL FOLIO (Y OPCIONALMENTE LA CLAVE DEL ALUMNO) SE
      *          BUSCA EN TODOS LOS REGISTROS DE FOLIOS: CONSTANCIAS
      *          ("constancias.txt", CONSTANCIA-DOC), CERTIFICADOS DE
      *          GRADUACION ("egresados.txt", GRADUACION-DOC; EL
      *          OPERADOR SALE DE SU LINEA EN "auditoria.txt"),
      *          RECIBOS DE PAGO ("recibos.txt", PAGOS-MAKER-DOC),
      *          CERTIFICADOS PARCIALES DE ESTUDIOS
      *          ("certificados-parciales.txt", CERT-PARCIAL-DOC) Y
      *          CARTAS DE LIBERACION DE SERVICIO SOCIAL / PRACTICAS
      *          ("servicio-social.txt"). MUESTRA TIPO DE DOCUMENTO,
      *          ALUMNO (RESPETANDO LA ANONIMIZACION DE RETENCION-DOC),
      *          FECHA DE EMISION Y OPERADOR, O "NO EMITIDO POR
      *          NOSOTROS". CADA VERIFICACION, CON QUIEN LA PIDIO, SE
      *          REGISTRA EN AUDITORIA-WRITER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLIO-VERIFICA-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-CONSTANCIAS ASSIGN TO "constancias.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-CON.

               SELECT DOC-EGRESADOS ASSIGN TO "egresados.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-EGR.

               SELECT DOC-RECIBOS ASSIGN TO "recibos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-REC.

               SELECT DOC-CERT-PARCIAL ASSIGN TO
                   "certificados-parciales.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-CPA.

               SELECT DOC-SERVICIO ASSIGN TO "servicio-social.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SSO-REG-LLAVE
                   FILE STATUS WS-STATUS-SSO.

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

               SELECT AUDITORIA ASSIGN TO "auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-AUD.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-CONSTANCIAS.
               01 CON-REG.
                   05 CON-FOLIO PIC 9(06).
                   05 CON-CLAVE PIC 9(08).
                   05 CON-FECHA PIC 9(08).
                   05 CON-HORA PIC X(06).
                   05 CON-OPERADOR PIC X(20).

           FD DOC-EGRESADOS.
               01 EGR-REG.
                   05 EGR-FOLIO PIC 9(06).
                   05 EGR-CLAVE PIC 9(08).
                   05 EGR-NOMBRE PIC X(40).
                   05 EGR-CARRERA PIC 9(02).
                   05 EGR-FECHA PIC 9(08).

           FD DOC-RECIBOS.
               01 REC-REG.
                   05 REC-FOLIO PIC 9(06).
                   05 REC-CLAVE PIC 9(08).
                   05 REC-FECHA PIC 9(08).
                   05 REC-HORA PIC X(06).
                   05 REC-MONTO PIC 9(06)V99.
                   05 REC-CONCEPTO PIC X(20).
                   05 REC-OPERADOR PIC X(20).

           FD DOC-CERT-PARCIAL.
               01 CPA-REG.
                   05 CPA-FOLIO PIC 9(06).
                   05 CPA-CLAVE PIC 9(08).
                   05 CPA-FECHA PIC 9(08).
                   05 CPA-HORA PIC X(06).
                   05 CPA-OPERADOR PIC X(20).
                   05 CPA-MATERIAS PIC 9(03).
                   05 CPA-CREDITOS PIC 9(04).
                   05 CPA-PROMEDIO PIC 9(03)V99.

           FD DOC-SERVICIO.
               COPY "SSO-REG-DOC.cpy".

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD AUDITORIA.
               01 AUD-LINEA PIC X(132).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-CON PIC XX.
               05 WS-STATUS-EGR PIC XX.
               05 WS-STATUS-REC PIC XX.
               05 WS-STATUS-CPA PIC XX.
               05 WS-STATUS-SSO PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-AUD PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-SOLICITANTE PIC X(30) VALUE SPACES.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MODO PIC 9 VALUE 0.
      *        EL FOLIO SE CAPTURA COMO TEXTO: LAS CARTAS DE
      *        LIBERACION LLEVAN FOLIO ALFANUMERICO; LOS DEMAS
      *        REGISTROS USAN FOLIO NUMERICO DE SEIS DIGITOS.
               05 WS-FOLIO-TEXTO PIC X(12) VALUE SPACES.
               05 WS-FOLIO-LARGO PIC 9(02) VALUE ZEROS.
               05 WS-FOLIO-NUM PIC 9(06) VALUE ZEROS.
               05 WS-CLAVE-CAPTURA PIC X(08) VALUE SPACES.
               05 WS-CLAVE-FILTRO PIC 9(08) VALUE ZEROS.
               05 WS-TOTAL-HALLADOS PIC 9(02) VALUE ZEROS.
               05 WS-CLAVE-HALLADA PIC 9(08) VALUE ZEROS.
               05 WS-TIPO-HALLADO PIC X(12) VALUE SPACES.

      *    DATOS DEL DOCUMENTO HALLADO, PARA MOSTRARLO IGUAL SIN
      *    IMPORTAR DE QUE REGISTRO SALIO.
           01 WS-DOCUMENTO.
               05 WS-DOC-TIPO PIC X(32).
               05 WS-DOC-CLAVE PIC 9(08).
               05 WS-DOC-NOMBRE PIC X(40).
               05 WS-DOC-FECHA PIC 9(08).
               05 WS-DOC-OPERADOR PIC X(20).

      *    CAMPOS DE UNA LINEA DE AUDITORIA (PROG|OPER|FECHA|HORA|
      *    CLAVE|TEXTO).
           01 WS-AUD-CAMPOS.
               05 WS-AUD-PROG PIC X(20).
               05 WS-AUD-OPER PIC X(20).
               05 WS-AUD-FECHA-X PIC X(08).
               05 WS-AUD-HORA-X PIC X(06).
               05 WS-AUD-CLAVE-X PIC X(08).
               05 WS-AUD-TEXTO PIC X(80).

           01 SWITCHES.
               05 WS-FOLIO-NUMERICO PIC X VALUE "N".
                   88 FOLIO-NUMERICO VALUE "S".
               05 WS-FIN-ARCH PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-FIN-AUD PIC X VALUE "N".
                   88 FIN-AUDITORIA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           DISPLAY "LOG -- OPERADOR: " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- VERIFICACION DE FOLIOS --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] VERIFICAR FOLIO".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-VERIFICA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100050-CAPTURA-DATOS.
           MOVE SPACES TO WS-FOLIO-TEXTO.
           PERFORM UNTIL WS-FOLIO-TEXTO NOT = SPACES
               DISPLAY "LOG -- FOLIO A VERIFICAR: " WITH NO ADVANCING
               ACCEPT WS-FOLIO-TEXTO
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WS-FOLIO-TEXTO) TO WS-FOLIO-TEXTO.
           MOVE "N" TO WS-FOLIO-NUMERICO.
           MOVE ZEROS TO WS-FOLIO-NUM.
           MOVE ZEROS TO WS-FOLIO-LARGO.
           INSPECT WS-FOLIO-TEXTO TALLYING WS-FOLIO-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-FOLIO-LARGO > ZEROS AND WS-FOLIO-LARGO NOT > 6
               IF WS-FOLIO-TEXTO(1:WS-FOLIO-LARGO) IS NUMERIC
                   SET FOLIO-NUMERICO TO TRUE
                   COMPUTE WS-FOLIO-NUM =
                       FUNCTION NUMVAL(WS-FOLIO-TEXTO(1:WS-FOLIO-LARGO))
               END-IF
           END-IF.
           DISPLAY "LOG -- CLAVE DEL ALUMNO (ENTER = CUALQUIERA): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-CLAVE-CAPTURA.
           ACCEPT WS-CLAVE-CAPTURA.
           MOVE ZEROS TO WS-CLAVE-FILTRO.
           IF WS-CLAVE-CAPTURA IS NUMERIC
               MOVE WS-CLAVE-CAPTURA TO WS-CLAVE-FILTRO
           END-IF.
           DISPLAY "LOG -- QUIEN SOLICITA LA VERIFICACION: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-SOLICITANTE.
           ACCEPT WS-SOLICITANTE.
           MOVE FUNCTION UPPER-CASE(WS-SOLICITANTE) TO WS-SOLICITANTE.
           IF WS-SOLICITANTE = SPACES
               MOVE "NO INDICADO" TO WS-SOLICITANTE
           END-IF.
           EXIT.

       100100-VERIFICA.
           PERFORM 100050-CAPTURA-DATOS.
           MOVE ZEROS TO WS-TOTAL-HALLADOS.
           MOVE ZEROS TO WS-CLAVE-HALLADA.
           MOVE SPACES TO WS-TIPO-HALLADO.
           IF FOLIO-NUMERICO
               PERFORM 100200-BUSCA-CONSTANCIA
               PERFORM 100300-BUSCA-EGRESADO
               PERFORM 100400-BUSCA-RECIBO
               PERFORM 100450-BUSCA-CERT-PARCIAL
           END-IF.
           PERFORM 100500-BUSCA-LIBERACION.
           IF WS-TOTAL-HALLADOS = ZEROS
               DISPLAY "**************************************"
               DISPLAY "**** FOLIO " FUNCTION TRIM(WS-FOLIO-TEXTO)
                       ": NO EMITIDO POR NOSOTROS ***"
               DISPLAY "**************************************"
               MOVE "NO EMITIDO" TO WS-TIPO-HALLADO
               MOVE WS-CLAVE-FILTRO TO WS-CLAVE-HALLADA
           END-IF.
           PERFORM 100900-AUDITORIA-LOG.
           EXIT.

       100200-BUSCA-CONSTANCIA.
           MOVE "N" TO WS-FIN-ARCH.
           OPEN INPUT DOC-CONSTANCIAS.
           IF WS-STATUS-CON NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-CONSTANCIAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CON-FOLIO = WS-FOLIO-NUM
                           AND (WS-CLAVE-FILTRO = ZEROS
                                OR CON-CLAVE = WS-CLAVE-FILTRO)
                           MOVE "CONSTANCIA DE ESTUDIOS"
                               TO WS-DOC-TIPO
                           MOVE CON-CLAVE TO WS-DOC-CLAVE
                           MOVE SPACES TO WS-DOC-NOMBRE
                           MOVE CON-FECHA TO WS-DOC-FECHA
                           MOVE CON-OPERADOR TO WS-DOC-OPERADOR
                           MOVE "CONSTANCIA" TO WS-TIPO-HALLADO
                           PERFORM 100800-MUESTRA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-CONSTANCIAS.
           EXIT.

       100300-BUSCA-EGRESADO.
           MOVE "N" TO WS-FIN-ARCH.
           OPEN INPUT DOC-EGRESADOS.
           IF WS-STATUS-EGR NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-EGRESADOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF EGR-FOLIO = WS-FOLIO-NUM
                           AND (WS-CLAVE-FILTRO = ZEROS
                                OR EGR-CLAVE = WS-CLAVE-FILTRO)
                           MOVE "CERTIFICADO DE GRADUACION"
                               TO WS-DOC-TIPO
                           MOVE EGR-CLAVE TO WS-DOC-CLAVE
                           MOVE EGR-NOMBRE TO WS-DOC-NOMBRE
                           MOVE EGR-FECHA TO WS-DOC-FECHA
                           PERFORM 100310-OPERADOR-GRADUACION
                           MOVE "CERT-GRADUA" TO WS-TIPO-HALLADO
                           PERFORM 100800-MUESTRA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-EGRESADOS.
           EXIT.

       100310-OPERADOR-GRADUACION.
      *    EGRESADOS.TXT NO GUARDA EL OPERADOR; GRADUACION-DOC LO DEJA
      *    EN SU LINEA "EGRESADO CERT FOLIO nnnnnn" DE LA BITACORA.
           MOVE "NO REGISTRADO" TO WS-DOC-OPERADOR.
           MOVE "N" TO WS-FIN-AUD.
           OPEN INPUT AUDITORIA.
           IF WS-STATUS-AUD NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-AUDITORIA
               READ AUDITORIA
                   AT END
                       SET FIN-AUDITORIA TO TRUE
                   NOT AT END
                       IF AUD-LINEA(1:11) = "GRADUACION|"
                           PERFORM 100320-REVISA-LINEA-GRADUACION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA.
           EXIT.

       100320-REVISA-LINEA-GRADUACION.
           MOVE SPACES TO WS-AUD-CAMPOS.
           UNSTRING AUD-LINEA(1:116) DELIMITED BY "|"
               INTO WS-AUD-PROG WS-AUD-OPER WS-AUD-FECHA-X
                    WS-AUD-HORA-X WS-AUD-CLAVE-X WS-AUD-TEXTO
           END-UNSTRING.
           IF WS-AUD-TEXTO(1:20) = "EGRESADO CERT FOLIO "
               AND WS-AUD-TEXTO(21:6) = EGR-FOLIO
               AND WS-AUD-CLAVE-X = EGR-CLAVE
               MOVE WS-AUD-OPER TO WS-DOC-OPERADOR
               SET FIN-AUDITORIA TO TRUE
           END-IF.
           EXIT.

       100400-BUSCA-RECIBO.
           MOVE "N" TO WS-FIN-ARCH.
           OPEN INPUT DOC-RECIBOS.
           IF WS-STATUS-REC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-RECIBOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF REC-FOLIO = WS-FOLIO-NUM
                           AND (WS-CLAVE-FILTRO = ZEROS
                                OR REC-CLAVE = WS-CLAVE-FILTRO)
                           MOVE "RECIBO DE PAGO" TO WS-DOC-TIPO
                           MOVE REC-CLAVE TO WS-DOC-CLAVE
                           MOVE SPACES TO WS-DOC-NOMBRE
                           MOVE REC-FECHA TO WS-DOC-FECHA
                           MOVE REC-OPERADOR TO WS-DOC-OPERADOR
                           MOVE "RECIBO" TO WS-TIPO-HALLADO
                           PERFORM 100800-MUESTRA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-RECIBOS.
           EXIT.

       100450-BUSCA-CERT-PARCIAL.
           MOVE "N" TO WS-FIN-ARCH.
           OPEN INPUT DOC-CERT-PARCIAL.
           IF WS-STATUS-CPA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-CERT-PARCIAL
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF CPA-FOLIO = WS-FOLIO-NUM
                           AND (WS-CLAVE-FILTRO = ZEROS
                                OR CPA-CLAVE = WS-CLAVE-FILTRO)
                           MOVE "CERTIFICADO PARCIAL DE ESTUDIOS"
                               TO WS-DOC-TIPO
                           MOVE CPA-CLAVE TO WS-DOC-CLAVE
                           MOVE SPACES TO WS-DOC-NOMBRE
                           MOVE CPA-FECHA TO WS-DOC-FECHA
                           MOVE CPA-OPERADOR TO WS-DOC-OPERADOR
                           MOVE "CERT-PARCIAL" TO WS-TIPO-HALLADO
                           PERFORM 100800-MUESTRA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-CERT-PARCIAL.
           EXIT.

       100500-BUSCA-LIBERACION.
      *    EL FOLIO DE LA CARTA ES EL QUE SE CAPTURO AL LIBERAR; UNA
      *    ASIGNACION DADA DE BAJA DESPUES YA NO CUENTA.
           MOVE "N" TO WS-FIN-ARCH.
           OPEN INPUT DOC-SERVICIO.
           IF WS-STATUS-SSO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-SERVICIO NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF SSO-LIBERADO
                           AND SSO-REG-FOLIO-LIBERACION = WS-FOLIO-TEXTO
                           AND (WS-CLAVE-FILTRO = ZEROS
                                OR SSO-REG-CLAVE = WS-CLAVE-FILTRO)
                           IF SSO-SERVICIO-SOCIAL
                               MOVE "LIBERACION DE SERVICIO SOCIAL"
                                   TO WS-DOC-TIPO
                           ELSE
                               MOVE "LIBERACION DE PRACTICAS"
                                   TO WS-DOC-TIPO
                           END-IF
                           MOVE SSO-REG-CLAVE TO WS-DOC-CLAVE
                           MOVE SPACES TO WS-DOC-NOMBRE
                           MOVE SSO-REG-FECHA-LIBERACION
                               TO WS-DOC-FECHA
                           MOVE SSO-REG-OPERADOR TO WS-DOC-OPERADOR
                           MOVE "LIBERACION" TO WS-TIPO-HALLADO
                           PERFORM 100800-MUESTRA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-SERVICIO.
           EXIT.

       100800-MUESTRA-DOCUMENTO.
      *    EL NOMBRE SIEMPRE SALE DEL MAESTRO: SI RETENCION-DOC YA
      *    ANONIMIZO AL ALUMNO NO SE REVELA, AUNQUE EL REGISTRO DEL
      *    DOCUMENTO CONSERVE UNA COPIA DEL NOMBRE.
           ADD 1 TO WS-TOTAL-HALLADOS.
           MOVE WS-DOC-CLAVE TO WS-CLAVE-HALLADA.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST = "00"
               MOVE WS-DOC-CLAVE TO EST-REG-CLAVE
               READ DOC-EST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EST-REG-NOMBRE TO WS-DOC-NOMBRE
               END-READ
           END-IF.
           CLOSE DOC-EST.
           IF WS-DOC-NOMBRE(1:11) = "ANONIMIZADO"
               MOVE "(DATOS PERSONALES DEPURADOS POR RETENCION)"
                   TO WS-DOC-NOMBRE
           END-IF.
           IF WS-DOC-NOMBRE = SPACES
               MOVE "(CLAVE NO ENCONTRADA EN EL MAESTRO)"
                   TO WS-DOC-NOMBRE
           END-IF.
           DISPLAY "--------------------------------------".
           DISPLAY "DOCUMENTO: " FUNCTION TRIM(WS-DOC-TIPO).
           DISPLAY "FOLIO:     " FUNCTION TRIM(WS-FOLIO-TEXTO).
           DISPLAY "ALUMNO:    " WS-DOC-CLAVE " "
                   FUNCTION TRIM(WS-DOC-NOMBRE).
           DISPLAY "EMITIDO:   " WS-DOC-FECHA.
           DISPLAY "OPERADOR:  " FUNCTION TRIM(WS-DOC-OPERADOR).
           EXIT.

       100900-AUDITORIA-LOG.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "FOLIO-VERIFICA" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE-HALLADA DELIMITED BY SIZE
               "|VERIFICA " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FOLIO-TEXTO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TIPO-HALLADO) DELIMITED BY SIZE
               " PIDE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SOLICITANTE) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM FOLIO-VERIFICA-DOC.
