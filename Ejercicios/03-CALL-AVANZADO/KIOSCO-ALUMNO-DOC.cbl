      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: READ-ONLY STUDENT SELF-SERVICE KIOSK. EL ALUMNO FIRMA
      *          CON SU CLAVE Y SU PIN DE "pines-alumno.txt" (CATALOGO
      *          APARTE DE "usuarios.txt"; LO ASIGNA PINES-MAKER-DOC) Y
      *          SOLO VE LO SUYO: CALIFICACIONES VIGENTES (COMO
      *          BOLETA-DOC), HORARIO SEMANAL (COMO HORARIO-EST-DOC),
      *          SALDO (PAGOS-SALDO-SEARCH, COMO ESTADO-CUENTA-DOC) Y
      *          RESUMEN DE ASISTENCIA. PUEDE CAMBIAR SU PIN; EL PIN
      *          DE VENTANILLA SE CAMBIA OBLIGATORIAMENTE AL ENTRAR.
      *          LOS INTENTOS FALLIDOS SE ACUMULAN EN EL REGISTRO DEL
      *          PIN Y AL LLEGAR A KIOSCO-INTEN (PARAMETROS.TXT, 3 POR
      *          OMISION) EL PIN SE BLOQUEA HASTA QUE VENTANILLA LO
      *          DESBLOQUEA. CADA SESION, Y CADA INTENTO FALLIDO, QUEDA
      *          EN "auditoria.txt". UNA SESION POR CORRIDA; LA
      *          TERMINAL DEL KIOSCO LO VUELVE A LANZAR AL TERMINAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIOSCO-ALUMNO-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-PINES ASSIGN TO "pines-alumno.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PIN-REG-CLAVE
                   FILE STATUS WS-STATUS-PIN.

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

               SELECT MAT-DOC ASSIGN TO "materias.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT DOC-ASISTENCIA ASSIGN TO "asistencia.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASI-REG-LLAVE
                   FILE STATUS WS-STATUS-ASI.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-PINES.
               COPY "PIN-REG-DOC.cpy".

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD MAT-DOC.
               COPY "MAT-REG-DOC.cpy".

           FD DOC-ASISTENCIA.
               01 ASI-REG-DOC.
                   05 ASI-REG-LLAVE.
                       10 ASI-REG-CLAVE PIC 9(08).
                       10 ASI-REG-MATERIA PIC 9(06).
                       10 ASI-REG-FECHA PIC 9(08).
                   05 ASI-REG-ESTADO PIC X(01).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-PIN PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-ASI PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-CLAVE PIC 9(08) VALUE ZEROS.
               05 WS-PIN PIC X(06) VALUE SPACES.
               05 WS-PIN-NUEVO PIC X(06) VALUE SPACES.
               05 WS-PIN-CONF PIC X(06) VALUE SPACES.
               05 WS-PIN-LARGO PIC 9(02) VALUE ZEROS.
               05 WS-INTENTOS PIC 9 VALUE ZEROS.
               05 WS-MAX-INTENTOS PIC 9(05) VALUE 3.
               05 WS-CONSULTAS PIC 9(03) VALUE ZEROS.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-OPERADOR PIC X(10) VALUE "KIOSCO".
               05 WS-MOTIVO-AUD PIC X(40) VALUE SPACES.
               05 WS-DIA-ACTUAL PIC 9(01).
               05 WS-HORA-ACTUAL PIC 9(02).
               05 WS-SIN-HORARIO PIC 99 VALUE ZEROS.

           01 WS-DIAS-REF-VALUES.
               05 FILLER PIC X(09) VALUE "LUNES".
               05 FILLER PIC X(09) VALUE "MARTES".
               05 FILLER PIC X(09) VALUE "MIERCOLES".
               05 FILLER PIC X(09) VALUE "JUEVES".
               05 FILLER PIC X(09) VALUE "VIERNES".
               05 FILLER PIC X(09) VALUE "SABADO".
           01 WS-DIAS-REF REDEFINES WS-DIAS-REF-VALUES.
               05 WS-DIA-NOMBRE OCCURS 6 TIMES PIC X(09).

      *    SESIONES SEMANALES DEL ALUMNO, IGUAL QUE EN HORARIO-EST-DOC.
           01 WS-HORARIO.
               05 WS-TOTAL-SESIONES PIC 99 VALUE ZEROS.
               05 WS-HOR-TABLA OCCURS 60 TIMES.
                   10 WS-H-NOMBRE PIC A(20).
                   10 WS-H-PROFE PIC A(30).
                   10 WS-H-DIA PIC 9(01).
                   10 WS-H-HORA PIC 9(02).
                   10 WS-H-AULA PIC X(05).

      *    SESIONES Y FALTAS POR MATERIA DEL ALUMNO EN SESION.
           01 WS-ASISTENCIA.
               05 WS-TOTAL-PARES PIC 99 VALUE ZEROS.
               05 WS-ASI-TABLA OCCURS 20 TIMES.
                   10 WS-A-MATERIA PIC 9(06).
                   10 WS-A-SESIONES PIC 9(03).
                   10 WS-A-AUSENCIAS PIC 9(03).
                   10 WS-A-JUSTIFICADAS PIC 9(03).
               05 WS-PCT-ASISTENCIA PIC 9(03) VALUE ZEROS.

           01 WS-CALL.
               05 WS-MATERIA PIC X(32).
               05 WS-PROFE PIC X(32).
               05 WS-MAT-ENCONTRADA PIC X.
                   88 MAT-ENCONTRADA VALUE "S".
               05 WS-MAT-CLAVE-LK PIC X(06).
               05 WS-SD-MARCADO PIC X.
                   88 ALUMNO-SIN-DERECHO VALUE "S".
               05 WS-SALDO-VENCIDO PIC S9(07)V99 VALUE ZEROS.
               05 WS-SALDO-TOTAL PIC S9(07)V99 VALUE ZEROS.
               05 WS-CONVENIO-LK PIC X VALUE "N".

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 WS-EDICION.
               05 WS-CAL-EDIT OCCURS 4 TIMES PIC ZZ9.9.
               05 WS-FINAL-TEXTO PIC X(05).
               05 WS-SALDO-EDIT PIC -ZZZZZZ9.99.

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
               05 WS-IDX PIC 99.
               05 WS-SUB-SES PIC 9.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-SESION PIC X VALUE "N".
                   88 SESION-ABIERTA VALUE "S".
               05 WS-PIN-OK PIC X VALUE "N".
                   88 PIN-VALIDO VALUE "S".
               05 WS-FIN-ASI PIC X VALUE "N".
                   88 FIN-ASISTENCIA VALUE "S".
               05 WS-PAR-EXISTE PIC X VALUE "N".
                   88 PAR-ENCONTRADO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           DISPLAY "------------------------------------".
           DISPLAY "---- KIOSCO DE CONSULTA ALUMNOS ----".
           DISPLAY "------------------------------------".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 100050-LEE-PARAMETROS.
           OPEN I-O DOC-PINES.
           IF WS-STATUS-PIN NOT = "00"
               DISPLAY "**** KIOSCO FUERA DE SERVICIO ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** KIOSCO FUERA DE SERVICIO ***"
               CLOSE DOC-PINES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100100-FIRMA
               UNTIL SESION-ABIERTA OR WS-INTENTOS > 2.
           IF SESION-ABIERTA
               MOVE "SESION INICIADA" TO WS-MOTIVO-AUD
               PERFORM 100900-AUDITORIA-LOG
               IF PIN-REG-FECHA-PIN = ZEROS
                   DISPLAY "**** PRIMER INGRESO: DEBE CAMBIAR EL PIN "
                           "QUE LE DIO VENTANILLA ***"
                   PERFORM 100600-CAMBIA-PIN
               END-IF
               PERFORM 100010-MENU UNTIL WS-MODO = 9
               INITIALIZE WS-MOTIVO-AUD
               STRING
                   "SESION TERMINADA, CONSULTAS " DELIMITED BY SIZE
                   WS-CONSULTAS DELIMITED BY SIZE
               INTO WS-MOTIVO-AUD
               PERFORM 100900-AUDITORIA-LOG
           END-IF.
           CLOSE DOC-EST.
           CLOSE DOC-PINES.
           DISPLAY "**** GRACIAS; SESION CERRADA ***".
           EXIT.

       100050-LEE-PARAMETROS.
           MOVE "KIOSCO-INTEN" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               AND WS-PARAM-VALOR > ZEROS
               AND WS-PARAM-VALOR < 10
               MOVE WS-PARAM-VALOR TO WS-MAX-INTENTOS
           END-IF.
           EXIT.

       100100-FIRMA.
      *    EL MISMO AVISO PARA CLAVE SIN PIN Y PIN EQUIVOCADO, PARA
      *    NO REVELAR QUE CLAVES TIENEN PIN.
           ADD 1 TO WS-INTENTOS.
           DISPLAY "CLAVE DE ALUMNO: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE.
           DISPLAY "PIN: " WITH NO ADVANCING.
           ACCEPT WS-PIN.
           MOVE WS-CLAVE TO PIN-REG-CLAVE.
           READ DOC-PINES
               INVALID KEY
                   DISPLAY "**** CLAVE O PIN INCORRECTO ***"
                   MOVE "LOGIN FALLIDO: CLAVE SIN PIN" TO WS-MOTIVO-AUD
                   PERFORM 100900-AUDITORIA-LOG
               NOT INVALID KEY
                   PERFORM 100110-VALIDA-PIN
           END-READ.
           EXIT.

       100110-VALIDA-PIN.
           EVALUATE TRUE
               WHEN PIN-BLOQUEADO
                   DISPLAY "**** PIN BLOQUEADO; ACUDA A VENTANILLA "
                           "CON SU CREDENCIAL ***"
                   MOVE "LOGIN FALLIDO: PIN BLOQUEADO"
                       TO WS-MOTIVO-AUD
                   PERFORM 100900-AUDITORIA-LOG
                   MOVE 3 TO WS-INTENTOS
               WHEN PIN-REG-PIN = WS-PIN
                   MOVE WS-CLAVE TO EST-REG-CLAVE
                   READ DOC-EST
                       INVALID KEY
                           DISPLAY "**** SU CLAVE NO ESTA EN EL "
                                   "PADRON; ACUDA A VENTANILLA ***"
                           MOVE "LOGIN FALLIDO: CLAVE FUERA DEL PADRON"
                               TO WS-MOTIVO-AUD
                           PERFORM 100900-AUDITORIA-LOG
                           MOVE 3 TO WS-INTENTOS
                           EXIT PARAGRAPH
                   END-READ
                   MOVE ZEROS TO PIN-REG-INTENTOS
                   MOVE WS-FECHA-HOY TO PIN-REG-ULTIMO-ACCESO
                   REWRITE PIN-REG-DOC
                   SET SESION-ABIERTA TO TRUE
                   DISPLAY "BIENVENIDO(A) "
                           FUNCTION TRIM(EST-REG-NOMBRE)
               WHEN OTHER
                   DISPLAY "**** CLAVE O PIN INCORRECTO ***"
                   ADD 1 TO PIN-REG-INTENTOS
                   MOVE "LOGIN FALLIDO: PIN INCORRECTO" TO WS-MOTIVO-AUD
                   IF PIN-REG-INTENTOS NOT < WS-MAX-INTENTOS
                       SET PIN-BLOQUEADO TO TRUE
                       DISPLAY "**** PIN BLOQUEADO POR INTENTOS "
                               "FALLIDOS; ACUDA A VENTANILLA ***"
                       MOVE "LOGIN FALLIDO: PIN BLOQUEADO POR INTENTOS"
                           TO WS-MOTIVO-AUD
                       MOVE 3 TO WS-INTENTOS
                   END-IF
                   REWRITE PIN-REG-DOC
                   PERFORM 100900-AUDITORIA-LOG
           END-EVALUATE.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] MIS CALIFICACIONES".
           DISPLAY "  [2] MI HORARIO".
           DISPLAY "  [3] MI SALDO".
           DISPLAY "  [4] MI ASISTENCIA".
           DISPLAY "  [5] CAMBIAR MI PIN".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   ADD 1 TO WS-CONSULTAS
                   PERFORM 100200-CALIFICACIONES
               WHEN 2
                   ADD 1 TO WS-CONSULTAS
                   PERFORM 100300-HORARIO
               WHEN 3
                   ADD 1 TO WS-CONSULTAS
                   PERFORM 100400-SALDO
               WHEN 4
                   ADD 1 TO WS-CONSULTAS
                   PERFORM 100500-ASISTENCIA
               WHEN 5
                   PERFORM 100600-CAMBIA-PIN
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100200-CALIFICACIONES.
           DISPLAY "MATERIA                P1    P2    P3 FINAL".
           PERFORM 100210-CALIF-MATERIA
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20.
           EXIT.

       100210-CALIF-MATERIA.
      *    MISMA PRESENTACION QUE LA BOLETA: SIN DERECHO SALE "SD".
           IF EST-REG-MATERIA-TABLA(WS-SUB) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MATERIA.
           MOVE SPACES TO WS-PROFE.
           MOVE "N" TO WS-MAT-ENCONTRADA.
           CALL "DATA-MATERIAS-SEARCH" USING
               EST-REG-MATERIA-TABLA(WS-SUB) WS-MATERIA
               WS-PROFE WS-MAT-ENCONTRADA.
           IF NOT MAT-ENCONTRADA
               MOVE EST-REG-MATERIA-TABLA(WS-SUB) TO WS-MATERIA
           END-IF.
           MOVE "N" TO WS-SD-MARCADO.
           CALL "SIN-DERECHO-SEARCH" USING
               EST-REG-CLAVE EST-REG-MATERIA-TABLA(WS-SUB)
               WS-SD-MARCADO.
           MOVE EST-REG-PARCIAL-TABLA(WS-SUB, 1) TO WS-CAL-EDIT(1).
           MOVE EST-REG-PARCIAL-TABLA(WS-SUB, 2) TO WS-CAL-EDIT(2).
           MOVE EST-REG-PARCIAL-TABLA(WS-SUB, 3) TO WS-CAL-EDIT(3).
           IF ALUMNO-SIN-DERECHO
               MOVE "   SD" TO WS-FINAL-TEXTO
           ELSE
               MOVE EST-REG-CALIF-TABLA(WS-SUB) TO WS-CAL-EDIT(4)
               MOVE WS-CAL-EDIT(4) TO WS-FINAL-TEXTO
           END-IF.
           DISPLAY WS-MATERIA(1:20) " " WS-CAL-EDIT(1) " "
                   WS-CAL-EDIT(2) " " WS-CAL-EDIT(3) " "
                   WS-FINAL-TEXTO.
           EXIT.

       100300-HORARIO.
           MOVE ZEROS TO WS-TOTAL-SESIONES.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** HORARIO NO DISPONIBLE ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100310-CARGA-MATERIA
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20.
           CLOSE MAT-DOC.
      *    RECORRIDO DIA POR DIA Y HORA POR HORA, COMO EL HORARIO
      *    IMPRESO.
           PERFORM VARYING WS-DIA-ACTUAL FROM 1 BY 1
                   UNTIL WS-DIA-ACTUAL > 6
               DISPLAY WS-DIA-NOMBRE(WS-DIA-ACTUAL)
               PERFORM VARYING WS-HORA-ACTUAL FROM 0 BY 1
                       UNTIL WS-HORA-ACTUAL > 23
                   PERFORM 100330-MUESTRA-HORA
               END-PERFORM
           END-PERFORM.
           MOVE ZEROS TO WS-SIN-HORARIO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-SESIONES
               IF WS-H-DIA(WS-IDX) = ZEROS
                   ADD 1 TO WS-SIN-HORARIO
               END-IF
           END-PERFORM.
           IF WS-SIN-HORARIO > ZEROS
               DISPLAY "MATERIAS SIN HORARIO CAPTURADO: "
                       WS-SIN-HORARIO
           END-IF.
           EXIT.

       100310-CARGA-MATERIA.
           IF EST-REG-MATERIA-TABLA(WS-SUB) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE EST-REG-MATERIA-TABLA(WS-SUB) TO MAT-REG-LLAVE.
           READ MAT-DOC
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-PROF-NOMBRE-LK.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           MOVE MAT-REG-PROFE-CLAVE TO WS-PROF-CLAVE-LK.
           CALL "PROFESOR-SEARCH" USING
               WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK WS-PROF-ENCONTRADO.
           ADD 1 TO WS-TOTAL-SESIONES.
           MOVE WS-TOTAL-SESIONES TO WS-IDX.
           MOVE MAT-REG-NOMBRE TO WS-H-NOMBRE(WS-IDX).
           MOVE WS-PROF-NOMBRE-LK TO WS-H-PROFE(WS-IDX).
           MOVE MAT-REG-DIA TO WS-H-DIA(WS-IDX).
           MOVE MAT-REG-HORA TO WS-H-HORA(WS-IDX).
           MOVE MAT-REG-AULA TO WS-H-AULA(WS-IDX).
           PERFORM 100320-CARGA-SESION-EXTRA
               VARYING WS-SUB-SES FROM 1 BY 1 UNTIL WS-SUB-SES > 2.
           EXIT.

       100320-CARGA-SESION-EXTRA.
           IF MAT-REG-DIA-X(WS-SUB-SES) > ZEROS
               AND WS-TOTAL-SESIONES < 60
               ADD 1 TO WS-TOTAL-SESIONES
               MOVE WS-TOTAL-SESIONES TO WS-IDX
               MOVE MAT-REG-NOMBRE TO WS-H-NOMBRE(WS-IDX)
               MOVE WS-PROF-NOMBRE-LK TO WS-H-PROFE(WS-IDX)
               MOVE MAT-REG-DIA-X(WS-SUB-SES) TO WS-H-DIA(WS-IDX)
               MOVE MAT-REG-HORA-X(WS-SUB-SES) TO WS-H-HORA(WS-IDX)
               MOVE MAT-REG-AULA-X(WS-SUB-SES) TO WS-H-AULA(WS-IDX)
           END-IF.
           EXIT.

       100330-MUESTRA-HORA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-SESIONES
               IF WS-H-DIA(WS-IDX) = WS-DIA-ACTUAL
                   AND WS-H-HORA(WS-IDX) = WS-HORA-ACTUAL
                   DISPLAY "   " WS-H-HORA(WS-IDX) ":00  "
                           WS-H-NOMBRE(WS-IDX) " AULA "
                           WS-H-AULA(WS-IDX) "  PROF. "
                           FUNCTION TRIM(WS-H-PROFE(WS-IDX))
               END-IF
           END-PERFORM.
           EXIT.

       100400-SALDO.
      *    MISMO SALDO QUE EL PIE DEL ESTADO DE CUENTA, AL DIA DE HOY.
           MOVE ZEROS TO WS-SALDO-VENCIDO.
           MOVE ZEROS TO WS-SALDO-TOTAL.
           CALL "PAGOS-SALDO-SEARCH" USING
               EST-REG-CLAVE WS-FECHA-HOY
               WS-SALDO-VENCIDO WS-SALDO-TOTAL.
           MOVE WS-SALDO-TOTAL TO WS-SALDO-EDIT.
           DISPLAY "SALDO TOTAL:   $" WS-SALDO-EDIT.
           MOVE WS-SALDO-VENCIDO TO WS-SALDO-EDIT.
           DISPLAY "SALDO VENCIDO: $" WS-SALDO-EDIT.
           MOVE "N" TO WS-CONVENIO-LK.
           CALL "CONVENIO-SEARCH" USING
               EST-REG-CLAVE WS-FECHA-HOY WS-CONVENIO-LK.
           EVALUATE WS-CONVENIO-LK
               WHEN "V"
                   DISPLAY "CONVENIO DE PAGO VIGENTE Y AL CORRIENTE"
               WHEN "R"
                   DISPLAY "CONVENIO DE PAGO ATRASADO; ACUDA A CAJA"
           END-EVALUATE.
           IF WS-SALDO-TOTAL <= ZEROS
               DISPLAY "**** SIN ADEUDO ***"
           END-IF.
           EXIT.

       100500-ASISTENCIA.
           MOVE ZEROS TO WS-TOTAL-PARES.
           OPEN INPUT DOC-ASISTENCIA.
           IF WS-STATUS-ASI NOT = "00"
               DISPLAY "**** SIN ASISTENCIA REGISTRADA ***"
               EXIT PARAGRAPH
           END-IF.
      *    LA LLAVE EMPIEZA CON LA CLAVE: SOLO SE LEEN SUS REGISTROS.
           MOVE "N" TO WS-FIN-ASI.
           MOVE EST-REG-CLAVE TO ASI-REG-CLAVE.
           MOVE ZEROS TO ASI-REG-MATERIA.
           MOVE ZEROS TO ASI-REG-FECHA.
           START DOC-ASISTENCIA KEY IS >= ASI-REG-LLAVE
               INVALID KEY
                   SET FIN-ASISTENCIA TO TRUE
           END-START.
           PERFORM UNTIL FIN-ASISTENCIA
               READ DOC-ASISTENCIA NEXT RECORD
                   AT END
                       SET FIN-ASISTENCIA TO TRUE
                   NOT AT END
                       IF ASI-REG-CLAVE NOT = EST-REG-CLAVE
                           SET FIN-ASISTENCIA TO TRUE
                       ELSE
                           PERFORM 100510-ACUMULA-MATERIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-ASISTENCIA.
           IF WS-TOTAL-PARES = ZEROS
               DISPLAY "**** SIN ASISTENCIA REGISTRADA ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MATERIA              SESIONES FALTAS JUSTIF. "
                   "ASISTENCIA".
           PERFORM 100520-MUESTRA-MATERIA
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOTAL-PARES.
           EXIT.

       100510-ACUMULA-MATERIA.
           MOVE "N" TO WS-PAR-EXISTE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TOTAL-PARES OR PAR-ENCONTRADO
               IF WS-A-MATERIA(WS-SUB) = ASI-REG-MATERIA
                   SET PAR-ENCONTRADO TO TRUE
                   MOVE WS-SUB TO WS-IDX
               END-IF
           END-PERFORM.
           IF NOT PAR-ENCONTRADO
               IF WS-TOTAL-PARES >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-PARES
               MOVE WS-TOTAL-PARES TO WS-IDX
               MOVE ASI-REG-MATERIA TO WS-A-MATERIA(WS-IDX)
               MOVE ZEROS TO WS-A-SESIONES(WS-IDX)
               MOVE ZEROS TO WS-A-AUSENCIAS(WS-IDX)
               MOVE ZEROS TO WS-A-JUSTIFICADAS(WS-IDX)
           END-IF.
           ADD 1 TO WS-A-SESIONES(WS-IDX).
           IF ASI-REG-ESTADO = "A"
               ADD 1 TO WS-A-AUSENCIAS(WS-IDX)
           END-IF.
           IF ASI-REG-ESTADO = "J"
               ADD 1 TO WS-A-JUSTIFICADAS(WS-IDX)
           END-IF.
           EXIT.

       100520-MUESTRA-MATERIA.
      *    LAS JUSTIFICADAS NO CUENTAN CONTRA EL ALUMNO, IGUAL QUE EN
      *    REP-AUSENCIAS-DOC.
           MOVE WS-A-MATERIA(WS-IDX) TO WS-MAT-CLAVE-LK.
           MOVE SPACES TO WS-MATERIA.
           MOVE SPACES TO WS-PROFE.
           MOVE "N" TO WS-MAT-ENCONTRADA.
           CALL "DATA-MATERIAS-SEARCH" USING
               WS-MAT-CLAVE-LK WS-MATERIA WS-PROFE WS-MAT-ENCONTRADA.
           IF NOT MAT-ENCONTRADA
               MOVE WS-MAT-CLAVE-LK TO WS-MATERIA
           END-IF.
           COMPUTE WS-PCT-ASISTENCIA ROUNDED =
               (WS-A-SESIONES(WS-IDX) - WS-A-AUSENCIAS(WS-IDX)) * 100
               / WS-A-SESIONES(WS-IDX).
           DISPLAY WS-MATERIA(1:20) "      " WS-A-SESIONES(WS-IDX)
                   "    " WS-A-AUSENCIAS(WS-IDX) "     "
                   WS-A-JUSTIFICADAS(WS-IDX) "      "
                   WS-PCT-ASISTENCIA "%".
           EXIT.

       100600-CAMBIA-PIN.
           MOVE "N" TO WS-PIN-OK.
           PERFORM UNTIL PIN-VALIDO
               DISPLAY "PIN NUEVO (4 A 6 DIGITOS): " WITH NO ADVANCING
               ACCEPT WS-PIN-NUEVO
               DISPLAY "CONFIRME EL PIN NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PIN-CONF
               PERFORM 100610-VALIDA-PIN-NUEVO
           END-PERFORM.
           MOVE EST-REG-CLAVE TO PIN-REG-CLAVE.
           READ DOC-PINES
               INVALID KEY
                   DISPLAY "**** ERROR AL LEER EL PIN, STATUS: "
                           WS-STATUS-PIN
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-PIN-NUEVO TO PIN-REG-PIN.
           MOVE WS-FECHA-HOY TO PIN-REG-FECHA-PIN.
           REWRITE PIN-REG-DOC.
           MOVE WS-PIN-NUEVO TO WS-PIN.
           DISPLAY "**** PIN CAMBIADO ***".
           MOVE "PIN CAMBIADO" TO WS-MOTIVO-AUD.
           PERFORM 100900-AUDITORIA-LOG.
           EXIT.

       100610-VALIDA-PIN-NUEVO.
      *    MISMAS REGLAS QUE PINES-MAKER-DOC: SOLO DIGITOS, DE 4 A
      *    6; ADEMAS DISTINTO AL ACTUAL.
           IF WS-PIN-NUEVO NOT = WS-PIN-CONF
               DISPLAY "**** NO COINCIDEN ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIN-NUEVO = WS-PIN
               DISPLAY "**** DEBE SER DISTINTO AL ACTUAL ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-PIN-LARGO.
           INSPECT WS-PIN-NUEVO TALLYING WS-PIN-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PIN-LARGO < 4
               DISPLAY "**** EL PIN DEBE TENER DE 4 A 6 DIGITOS ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIN-NUEVO(1:WS-PIN-LARGO) NOT NUMERIC
               DISPLAY "**** EL PIN SOLO LLEVA DIGITOS ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIN-LARGO < 6
               IF WS-PIN-NUEVO(WS-PIN-LARGO + 1:) NOT = SPACES
                   DISPLAY "**** EL PIN NO LLEVA ESPACIOS ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET PIN-VALIDO TO TRUE.
           EXIT.

       100900-AUDITORIA-LOG.
      *    EL PIN NUNCA VA A LA BITACORA; LA CLAVE DECLARADA SI.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "KIOSCO-ALUMNO" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-OPERADOR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOTIVO-AUD) DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM KIOSCO-ALUMNO-DOC.
