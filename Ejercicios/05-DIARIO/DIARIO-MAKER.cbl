      * Purpose: MAKE A DIARY REPORT
      *          INFORMTION FROM FILE "estudiantes.txt" AND CALLING
      *          FILE NAMED DATA-MATERIAS-SEARCH.cbl
      *          LAS ENTRADAS PUEDEN QUEDAR COMO PENDIENTE DE ENTREGA
      *          DE TURNO EN "diario-pendientes.txt" (DPE-REG-DOC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIO-MAKER.
               SELECT DIARIO ASSIGN TO "DIARY-FILE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS WS-FSTA-DIARIO.
               SELECT DIARIO-PENDIENTES
               ASSIGN TO "diario-pendientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPE-REG-ID
               FILE STATUS WS-FSTA-PENDIENTES.


       DATA DIVISION.
           FILE SECTION.
           FD DIARIO.
               01 LINEA-W-DIARIO PIC X(132).
           FD DIARIO-PENDIENTES.
               COPY "DPE-REG-DOC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
           05 MENU-OP PIC 9 VALUE 0.
       01 WS-FILE-STATUS.
           05 WS-FSTA-DIARIO PIC XX.
           05 WS-FSTA-INICIAL PIC XX.
           05 WS-FSTA-PENDIENTES PIC XX.

       01 WS-CREDENCIALES.
           05 WS-USUARIO-VALIDO PIC X(10) VALUE "ADMIN".
               88 REGISTRO-ENCONTRADO VALUE "S".
           05 WS-SUBMENU-OP PIC 9 VALUE 0.

       01 WS-PENDIENTE-VARS.
           05 WS-PEN-RESPUESTA PIC X VALUE "N".
           05 WS-PEN-CATEGORIA PIC X(12) VALUE SPACES.
           05 WS-PEN-ASIGNADO PIC X(10) VALUE SPACES.
           05 WS-PEN-VENCE PIC 9(08) VALUE ZEROS.
           05 WS-PEN-RESOLUCION PIC X(60) VALUE SPACES.
           05 WS-PEN-ID-CERRAR PIC 9(05) VALUE ZEROS.
           05 WS-PEN-ABIERTOS PIC 9(04) VALUE ZEROS.
           05 WS-PEN-VENCIDOS PIC 9(04) VALUE ZEROS.
           05 WS-PEN-MARCA PIC X(08) VALUE SPACES.

       01 ENCABEZADOS.
           05 LINEAS-FORMATO.
               10 LINEA-AST PIC X(132) VALUE ALL "*".
                   88 DIARIO-EXISTE VALUE "S".
               05 WS-CONTINUA PIC X VALUE "S".
                   88 CONTINUA-CREACION VALUE "S".
               05 WS-FIN-PEN PIC X VALUE "N".
                   88 FIN-PENDIENTES VALUE "S".
               05 WS-VENCE-OK PIC X VALUE "N".
                   88 VENCE-VALIDO VALUE "S".
               05 WS-PEN-CERRADO PIC X VALUE "N".
                   88 PENDIENTE-CERRADO VALUE "S".

       PROCEDURE DIVISION.

           ELSE
               DISPLAY "USUARIO O CONTRASENA INCORRECTOS."
           END-IF.
           IF ACCESO-CONCEDIDO
               PERFORM 100055-PENDIENTES-SESION
           END-IF.
       EXIT.

       100055-PENDIENTES-SESION.
      *    AL ENTRAR, EL OPERADOR VE LO QUE LE DEJARON EN LA ENTREGA
      *    DE TURNO: SUS PENDIENTES ABIERTOS, MARCANDO LOS VENCIDOS.
           MOVE ZEROS TO WS-PEN-ABIERTOS.
           MOVE ZEROS TO WS-PEN-VENCIDOS.
           ACCEPT WS-DATE-8 FROM DATE YYYYMMDD.
           OPEN INPUT DIARIO-PENDIENTES.
           IF WS-FSTA-PENDIENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY L-AST.
           DISPLAY "*      PENDIENTES ABIERTOS A TU NOMBRE         *".
           DISPLAY L-AST.
           MOVE "N" TO WS-FIN-PEN.
           PERFORM UNTIL FIN-PENDIENTES
               READ DIARIO-PENDIENTES NEXT RECORD
                   AT END
                       SET FIN-PENDIENTES TO TRUE
                   NOT AT END
                       PERFORM 100056-MUESTRA-PENDIENTE-SESION
               END-READ
           END-PERFORM.
           CLOSE DIARIO-PENDIENTES.
           DISPLAY "ABIERTOS: " WS-PEN-ABIERTOS
                   "  VENCIDOS: " WS-PEN-VENCIDOS.
           DISPLAY L-AST.
       EXIT.

       100056-MUESTRA-PENDIENTE-SESION.
           IF DPE-ABIERTO AND DPE-REG-ASIGNADO = WS-USUARIO
               ADD 1 TO WS-PEN-ABIERTOS
               MOVE SPACES TO WS-PEN-MARCA
               IF DPE-REG-VENCE NOT = ZEROS
                   AND DPE-REG-VENCE < WS-DATE-8
                   ADD 1 TO WS-PEN-VENCIDOS
                   MOVE "VENCIDO" TO WS-PEN-MARCA
               END-IF
               DISPLAY DPE-REG-ID " | " DPE-REG-CATEGORIA " | "
                       DPE-REG-VENCE " " WS-PEN-MARCA " | "
                       DPE-REG-TEXTO(1:40)
           END-IF.
       EXIT.

       100100-OPEN-FILES.
           DISPLAY "* |  +--- [ 2 ] LISTAR REGISTRO POR ID.        *".
           DISPLAY "* |                                            *".
           DISPLAY "* +--- [ 3 ] CREAR REGISTRO.                   *".
           DISPLAY "* +--- [ 4 ] CERRAR PENDIENTE.                 *".
           DISPLAY "* |                                            *".
           DISPLAY "* +------------------------------- [ 0 ] SALIR *".
           DISPLAY "*                                              *".
               WHEN 3
                   PERFORM 100320-CREAR-REGISTRO-PROCESS

               WHEN 4
                   PERFORM 100330-CERRAR-PENDIENTE

               WHEN OTHER
                  PERFORM 100600-CLOSE-FILES
           END-EVALUATE.
               OPEN EXTEND DIARIO
               MOVE WS-REGISTRO TO LINEA-W-DIARIO
               WRITE LINEA-W-DIARIO
               CLOSE DIARIO
               DISPLAY "REGISTRO CREADO CON ID: " WS-REG-ID
               PERFORM 100325-CAPTURA-PENDIENTE
           END-IF.
       EXIT.

       100325-CAPTURA-PENDIENTE.
      *    EL SEGUIMIENTO ES OPCIONAL; LA LINEA REG: NO CAMBIA Y LOS
      *    DATOS DEL PENDIENTE VIAJAN EN DIARIO-PENDIENTES CON EL
      *    MISMO ID.
           DISPLAY "¿QUEDA COMO PENDIENTE DE SEGUIMIENTO? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-PEN-RESPUESTA.
           MOVE FUNCTION UPPER-CASE(WS-PEN-RESPUESTA)
               TO WS-PEN-RESPUESTA.
           IF WS-PEN-RESPUESTA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CATEGORIA (EJ. SISTEMAS, CAJA, ESCOLAR): "
                   WITH NO ADVANCING.
           ACCEPT WS-PEN-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(WS-PEN-CATEGORIA)
               TO WS-PEN-CATEGORIA.
           DISPLAY "ASIGNADO A (ENTER = " WS-USUARIO "): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-PEN-ASIGNADO.
           ACCEPT WS-PEN-ASIGNADO.
           IF WS-PEN-ASIGNADO = SPACES
               MOVE WS-USUARIO TO WS-PEN-ASIGNADO
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-PEN-ASIGNADO)
               TO WS-PEN-ASIGNADO.
           MOVE "N" TO WS-VENCE-OK.
           PERFORM UNTIL VENCE-VALIDO
               DISPLAY "FECHA COMPROMISO AAAAMMDD (0 = SIN FECHA): "
                       WITH NO ADVANCING
               ACCEPT WS-PEN-VENCE
               IF WS-PEN-VENCE = ZEROS
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-PEN-VENCE) = 0
                   SET VENCE-VALIDO TO TRUE
               ELSE
                   DISPLAY "FECHA INVALIDA."
               END-IF
           END-PERFORM.
           OPEN I-O DIARIO-PENDIENTES.
           IF WS-FSTA-PENDIENTES = "35"
               OPEN OUTPUT DIARIO-PENDIENTES
               CLOSE DIARIO-PENDIENTES
               OPEN I-O DIARIO-PENDIENTES
           END-IF.
           INITIALIZE DPE-REG-DOC.
           MOVE WS-REG-ID TO DPE-REG-ID.
           MOVE WS-PEN-CATEGORIA TO DPE-REG-CATEGORIA.
           MOVE WS-PEN-ASIGNADO TO DPE-REG-ASIGNADO.
           MOVE WS-PEN-VENCE TO DPE-REG-VENCE.
           SET DPE-ABIERTO TO TRUE.
           MOVE WS-DATE-8 TO DPE-REG-FECHA-ALTA.
           MOVE WS-USUARIO TO DPE-REG-OPERADOR.
           MOVE WS-REG-TEXTO TO DPE-REG-TEXTO.
           WRITE DPE-REG-DOC
               INVALID KEY
                   DISPLAY "ERROR AL GUARDAR EL PENDIENTE, STATUS: "
                           WS-FSTA-PENDIENTES
               NOT INVALID KEY
                   DISPLAY "PENDIENTE ABIERTO PARA: " WS-PEN-ASIGNADO
           END-WRITE.
           CLOSE DIARIO-PENDIENTES.
       EXIT.

       100330-CERRAR-PENDIENTE.
      *    CERRAR UN PENDIENTE PIDE LA NOTA DE RESOLUCION Y DEJA
      *    ADEMAS UNA LINEA REG: EN EL DIARIO, PARA QUE EL CIERRE SE
      *    VEA EN LA BITACORA DEL TURNO.
           DISPLAY "ID DEL PENDIENTE A CERRAR: " WITH NO ADVANCING.
           ACCEPT WS-PEN-ID-CERRAR.
           OPEN I-O DIARIO-PENDIENTES.
           IF WS-FSTA-PENDIENTES NOT = "00"
               DISPLAY "NO HAY PENDIENTES REGISTRADOS TODAVIA."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PEN-ID-CERRAR TO DPE-REG-ID.
           READ DIARIO-PENDIENTES
               INVALID KEY
                   DISPLAY "NO EXISTE UN PENDIENTE CON ESE ID."
                   CLOSE DIARIO-PENDIENTES
                   EXIT PARAGRAPH
           END-READ.
           IF DPE-CERRADO
               DISPLAY "EL PENDIENTE YA ESTA CERRADO: "
                       DPE-REG-RESOLUCION
               CLOSE DIARIO-PENDIENTES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY DPE-REG-ID " | " DPE-REG-CATEGORIA " | "
                   DPE-REG-ASIGNADO " | " DPE-REG-VENCE.
           DISPLAY DPE-REG-TEXTO.
           MOVE SPACES TO WS-PEN-RESOLUCION.
           PERFORM UNTIL WS-PEN-RESOLUCION NOT = SPACES
               DISPLAY "NOTA DE RESOLUCION: " WITH NO ADVANCING
               ACCEPT WS-PEN-RESOLUCION
           END-PERFORM.
           PERFORM 301-100-DATE-GET.
           SET DPE-CERRADO TO TRUE.
           MOVE WS-PEN-RESOLUCION TO DPE-REG-RESOLUCION.
           MOVE WS-DATE-8 TO DPE-REG-FECHA-CIERRE.
           MOVE WS-USUARIO TO DPE-REG-CERRO.
      *    LA LINEA DE CIERRE SOLO VA AL DIARIO SI EL REWRITE DEL
      *    PENDIENTE QUEDO GRABADO.
           MOVE "N" TO WS-PEN-CERRADO.
           REWRITE DPE-REG-DOC
               INVALID KEY
                   DISPLAY "ERROR AL CERRAR EL PENDIENTE, STATUS: "
                           WS-FSTA-PENDIENTES
               NOT INVALID KEY
                   SET PENDIENTE-CERRADO TO TRUE
           END-REWRITE.
           CLOSE DIARIO-PENDIENTES.
           IF PENDIENTE-CERRADO
               PERFORM 100331-REGISTRA-CIERRE
           END-IF.
       EXIT.

       100331-REGISTRA-CIERRE.
           PERFORM 100321-SIGUIENTE-ID.
           IF NOT DIARIO-EXISTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REG-ID-MAX.
           MOVE WS-REG-ID-MAX TO WS-REG-ID.
           ACCEPT WS-TIME-8 FROM TIME.
           STRING
               WS-DATE-8(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DATE-8(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DATE-8(1:4) DELIMITED BY SIZE
           INTO WS-REG-FECHA.
           STRING
               WS-TIME-8(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-TIME-8(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-TIME-8(5:2) DELIMITED BY SIZE
           INTO WS-REG-HORA.
           MOVE SPACES TO WS-REG-TEXTO.
           STRING
               "CIERRE PENDIENTE " DELIMITED BY SIZE
               WS-PEN-ID-CERRAR DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-PEN-RESOLUCION DELIMITED BY SIZE
           INTO WS-REG-TEXTO.
           MOVE "REG:" TO WS-REG-MARCA.
           MOVE WS-USUARIO TO WS-REG-OPERADOR.
           OPEN EXTEND DIARIO.
           MOVE WS-REGISTRO TO LINEA-W-DIARIO.
           WRITE LINEA-W-DIARIO.
           CLOSE DIARIO.
           DISPLAY "PENDIENTE " WS-PEN-ID-CERRAR
                   " CERRADO; REGISTRO DE CIERRE: " WS-REG-ID.
       EXIT.

       100321-SIGUIENTE-ID.
