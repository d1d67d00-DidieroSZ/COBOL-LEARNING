      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: GRADE-SUBMISSION TRACKER "REP-CALIF-PENDIENTE.txt":
      *          POR CADA MAT-REG-LLAVE Y PARCIAL, ALUMNOS INSCRITOS
      *          (ACTIVOS) CONTRA LOS QUE YA TIENEN EL PARCIAL
      *          CAPTURADO EN EST-REG-PARCIAL-TABLA, CON EL ESTADO DEL
      *          ACTA EN "actas.txt" (LA ULTIMA LINEA MANDA, COMO EN
      *          CALIF-MATERIA-DOC). DESPUES LISTA LOS GRUPOS
      *          INCOMPLETOS POR PROFESOR CON LOS DIAS QUE LE QUEDAN A
      *          LA VENTANA DE CALIFICACIONES DEL CICLO ABIERTO
      *          ("ciclos.txt") Y, DENTRO DE LA VENTANA, DEJA UN AVISO
      *          "PRF-CALIF" POR PROFESOR EN LA COLA DE NOTIFICACIONES
      *          (NOTIFICA-WRITER). LO CORRE CADA NOCHE
      *          DRIVER-DIARIO-DOC CON EL PASO "CALIF-PEND".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIF-PENDIENTE-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DOC-CICLOS ASSIGN TO "ciclos.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CIC-REG-ID
                   FILE STATUS WS-STATUS-CIC.

               SELECT DOC-MAT ASSIGN TO "materias.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT DOC-EST ASSIGN TO "estudiantes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS WS-STATUS-EST.

               SELECT DOC-ACTAS ASSIGN TO "actas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-ACTAS.

               SELECT REP-PENDIENTE ASSIGN TO "REP-CALIF-PENDIENTE.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-CICLOS.
               01 CIC-REG-DOC.
                   05 CIC-REG-ID PIC X(10).
                   05 CIC-REG-INSCR-INI PIC 9(08).
                   05 CIC-REG-INSCR-FIN PIC 9(08).
                   05 CIC-REG-CALIF-INI PIC 9(08).
                   05 CIC-REG-CALIF-FIN PIC 9(08).
                   05 CIC-REG-ESTATUS PIC X(01).

           FD DOC-MAT.
               COPY "MAT-REG-DOC.cpy".

           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-ACTAS.
               01 ACTA-REG.
                   05 ACTA-MATERIA PIC X(06).
                   05 ACTA-PARCIAL PIC 9(01).
                   05 ACTA-ESTADO PIC X(01).
                   05 ACTA-FECHA PIC 9(08).
                   05 ACTA-OPERADOR PIC X(10).
                   05 ACTA-MOTIVO PIC X(30).

           FD REP-PENDIENTE.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-CIC PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-ACTAS PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-CICLO PIC X(10) VALUE SPACES.
               05 WS-CALIF-INI PIC 9(08) VALUE ZEROS.
               05 WS-CALIF-FIN PIC 9(08) VALUE ZEROS.
               05 WS-DIAS-RESTANTES PIC 9(04) VALUE ZEROS.
               05 WS-DIAS-TEXTO PIC X(16) VALUE SPACES.
               05 WS-ACTA-TEXTO PIC X(10) VALUE SPACES.
               05 WS-FALTAN PIC 9(04) VALUE ZEROS.
               05 WS-PROFE-ACTUAL PIC 9(03) VALUE ZEROS.
               05 WS-PROF-PENDIENTES PIC 9(03) VALUE ZEROS.
               05 WS-TOTAL-INCOMPLETOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-LISTADOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-PROFESORES PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-AVISOS PIC 9(04) VALUE ZEROS.

      *    UNA ENTRADA POR MATERIA + GRUPO, CON SUS TRES PARCIALES.
           01 WS-GRUPOS.
               05 WS-TOTAL-GRUPOS PIC 9(03) VALUE ZEROS.
               05 WS-TABLA-GRUPOS OCCURS 500 TIMES.
                   10 WS-G-LLAVE PIC X(06).
                   10 WS-G-NOMBRE PIC A(20).
                   10 WS-G-PROFE PIC 9(03).
                   10 WS-G-INSCRITOS PIC 9(04).
                   10 WS-G-LISTADO PIC X(01).
                   10 WS-G-PARCIAL OCCURS 3 TIMES.
                       15 WS-G-CAPTURADOS PIC 9(04).
                       15 WS-G-ACTA PIC X(01).

           01 WS-SUBSCRIPTS.
               05 WS-IDX PIC 9(03).
               05 WS-IDX-HALLADO PIC 9(03).
               05 WS-SUB PIC 99.
               05 WS-PAR PIC 9.

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 WS-NOTIFICA-CALL.
               05 WS-NOT-CLAVE PIC 9(08).
               05 WS-NOT-EVENTO PIC X(12) VALUE "PRF-CALIF".
               05 WS-NOT-MENSAJE PIC X(60).

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-VENTANA PIC X VALUE "N".
                   88 EN-VENTANA VALUE "S".
               05 WS-HALLADO PIC X VALUE "N".
                   88 GRUPO-HALLADO VALUE "S".
               05 WS-HAY-PROFESOR PIC X VALUE "N".
                   88 HAY-PROFESOR VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 100010-LEE-CICLO.
           PERFORM 100100-CARGA-MATERIAS.
           IF WS-TOTAL-GRUPOS = ZEROS
               DISPLAY "**** NO HAY MATERIAS; NO SE GENERA EL "
                       "REPORTE ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100200-CUENTA-INSCRITOS.
           PERFORM 100300-CARGA-ACTAS.
           OPEN OUTPUT REP-PENDIENTE.
           PERFORM 100020-ENCABEZADO.
           PERFORM 100400-ESCRIBE-GRUPO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-GRUPOS.
           PERFORM 100500-PENDIENTES-POR-PROFESOR.
           PERFORM 100700-TOTALES.
           CLOSE REP-PENDIENTE.
           DISPLAY "**** REPORTE EN REP-CALIF-PENDIENTE.txt; AVISOS "
                   "EN COLA: " WS-TOTAL-AVISOS " ***".
           EXIT.

       100010-LEE-CICLO.
      *    VENTANA DE CALIFICACIONES DEL CICLO ABIERTO; FUERA DE ELLA
      *    (O SIN CALENDARIO) EL REPORTE SALE PERO NO SE AVISA.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-CICLOS.
           IF WS-STATUS-CIC = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ DOC-CICLOS NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF CIC-REG-ESTATUS = "A"
                               MOVE CIC-REG-ID TO WS-CICLO
                               MOVE CIC-REG-CALIF-INI TO WS-CALIF-INI
                               MOVE CIC-REG-CALIF-FIN TO WS-CALIF-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-CICLOS
           END-IF.
           IF WS-CICLO NOT = SPACES
               AND WS-FECHA-HOY NOT < WS-CALIF-INI
               AND WS-FECHA-HOY NOT > WS-CALIF-FIN
               SET EN-VENTANA TO TRUE
               COMPUTE WS-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE(WS-CALIF-FIN)
                   - FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               INITIALIZE WS-DIAS-TEXTO
               STRING
                   WS-DIAS-RESTANTES DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
               INTO WS-DIAS-TEXTO
           ELSE
               MOVE "FUERA DE VENTANA" TO WS-DIAS-TEXTO
           END-IF.
           EXIT.

       100020-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ENTREGA DE CALIFICACIONES AL " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               " - CICLO " DELIMITED BY SIZE
               WS-CICLO DELIMITED BY SIZE
               " - VENTANA " DELIMITED BY SIZE
               WS-CALIF-INI DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-CALIF-FIN DELIMITED BY SIZE
               " - RESTAN " DELIMITED BY SIZE
               WS-DIAS-TEXTO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "MATERIA NOMBRE               PROF PARCIAL INSCRITOS "
                   DELIMITED BY SIZE
               "CAPTURADOS FALTAN ACTA" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100100-CARGA-MATERIAS.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-MAT.
           IF WS-STATUS-MAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-MAT NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF WS-TOTAL-GRUPOS < 500
                           ADD 1 TO WS-TOTAL-GRUPOS
                           MOVE WS-TOTAL-GRUPOS TO WS-IDX
                           INITIALIZE WS-TABLA-GRUPOS(WS-IDX)
                           MOVE MAT-REG-LLAVE TO WS-G-LLAVE(WS-IDX)
                           MOVE MAT-REG-NOMBRE TO WS-G-NOMBRE(WS-IDX)
                           MOVE MAT-REG-PROFE-CLAVE
                               TO WS-G-PROFE(WS-IDX)
                           MOVE "N" TO WS-G-LISTADO(WS-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-MAT.
           EXIT.

       100200-CUENTA-INSCRITOS.
      *    SOLO ALUMNOS ACTIVOS; UN PARCIAL EN CERO ES UN PARCIAL NO
      *    CAPTURADO (MISMO CRITERIO QUE AJUSTE-GRUPO-DOC).
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
                           PERFORM 100210-CUENTA-MATERIA
                               VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > 20
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-EST.
           EXIT.

       100210-CUENTA-MATERIA.
           IF EST-REG-MATERIA-TABLA(WS-SUB) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE EST-REG-MATERIA-TABLA(WS-SUB) TO ACTA-MATERIA.
           PERFORM 100250-BUSCA-GRUPO.
           IF NOT GRUPO-HALLADO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-G-INSCRITOS(WS-IDX-HALLADO).
           PERFORM VARYING WS-PAR FROM 1 BY 1 UNTIL WS-PAR > 3
               IF EST-REG-PARCIAL-TABLA(WS-SUB, WS-PAR) > ZEROS
                   ADD 1 TO WS-G-CAPTURADOS(WS-IDX-HALLADO, WS-PAR)
               END-IF
           END-PERFORM.
           EXIT.

       100250-BUSCA-GRUPO.
      *    BUSCA ACTA-MATERIA (MATERIA + GRUPO) EN LA TABLA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS OR GRUPO-HALLADO
               IF WS-G-LLAVE(WS-IDX) = ACTA-MATERIA
                   SET GRUPO-HALLADO TO TRUE
                   MOVE WS-IDX TO WS-IDX-HALLADO
               END-IF
           END-PERFORM.
           EXIT.

       100300-CARGA-ACTAS.
      *    LA ULTIMA LINEA DE CADA MATERIA + PARCIAL ES LA VIGENTE.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-ACTAS.
           IF WS-STATUS-ACTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-ACTAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF ACTA-PARCIAL > 0 AND ACTA-PARCIAL < 4
                           PERFORM 100250-BUSCA-GRUPO
                           IF GRUPO-HALLADO
                               MOVE ACTA-ESTADO TO WS-G-ACTA
                                   (WS-IDX-HALLADO, ACTA-PARCIAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-ACTAS.
           EXIT.

       100400-ESCRIBE-GRUPO.
           IF WS-G-INSCRITOS(WS-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PAR FROM 1 BY 1 UNTIL WS-PAR > 3
               PERFORM 100410-LINEA-PARCIAL
               IF WS-FALTAN > ZEROS
                   ADD 1 TO WS-TOTAL-INCOMPLETOS
               END-IF
           END-PERFORM.
           EXIT.

       100410-LINEA-PARCIAL.
           COMPUTE WS-FALTAN = WS-G-INSCRITOS(WS-IDX)
               - WS-G-CAPTURADOS(WS-IDX, WS-PAR).
           EVALUATE WS-G-ACTA(WS-IDX, WS-PAR)
               WHEN "C"
                   MOVE "CERRADA" TO WS-ACTA-TEXTO
               WHEN "A"
                   MOVE "REABIERTA" TO WS-ACTA-TEXTO
               WHEN OTHER
                   MOVE "ABIERTA" TO WS-ACTA-TEXTO
           END-EVALUATE.
           INITIALIZE LINEA-TEMP.
           STRING
               WS-G-LLAVE(WS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-G-NOMBRE(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-G-PROFE(WS-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PAR DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-G-INSCRITOS(WS-IDX) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-G-CAPTURADOS(WS-IDX, WS-PAR) DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-FALTAN DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ACTA-TEXTO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100500-PENDIENTES-POR-PROFESOR.
      *    CADA VUELTA TOMA LA CLAVE DE PROFESOR MAS BAJA QUE AUN
      *    TENGA GRUPOS INCOMPLETOS SIN LISTAR, ASI EL LISTADO SALE
      *    ORDENADO POR PROFESOR SIN ORDENAR LA TABLA.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "GRUPOS INCOMPLETOS POR PROFESOR - DIAS RESTANTES DE "
                   DELIMITED BY SIZE
               "LA VENTANA: " DELIMITED BY SIZE
               WS-DIAS-TEXTO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           SET HAY-PROFESOR TO TRUE.
           PERFORM 100510-SIGUIENTE-PROFESOR UNTIL NOT HAY-PROFESOR.
           EXIT.

       100510-SIGUIENTE-PROFESOR.
           MOVE "N" TO WS-HAY-PROFESOR.
           MOVE 999 TO WS-PROFE-ACTUAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS
               IF WS-G-LISTADO(WS-IDX) = "N"
                   AND WS-G-PROFE(WS-IDX) NOT > WS-PROFE-ACTUAL
                   PERFORM 100520-GRUPO-INCOMPLETO
                   IF GRUPO-HALLADO
                       SET HAY-PROFESOR TO TRUE
                       MOVE WS-G-PROFE(WS-IDX) TO WS-PROFE-ACTUAL
                   ELSE
                       MOVE "S" TO WS-G-LISTADO(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF HAY-PROFESOR
               PERFORM 100530-LISTA-PROFESOR
           END-IF.
           EXIT.

       100520-GRUPO-INCOMPLETO.
      *    GRUPO-HALLADO = ALGUN PARCIAL CON ALUMNOS SIN CAPTURAR.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-PAR FROM 1 BY 1 UNTIL WS-PAR > 3
               IF WS-G-CAPTURADOS(WS-IDX, WS-PAR)
                   < WS-G-INSCRITOS(WS-IDX)
                   SET GRUPO-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           EXIT.

       100530-LISTA-PROFESOR.
           ADD 1 TO WS-TOTAL-PROFESORES.
           MOVE ZEROS TO WS-PROF-PENDIENTES.
           MOVE WS-PROFE-ACTUAL TO WS-PROF-CLAVE-LK.
           MOVE SPACES TO WS-PROF-NOMBRE-LK.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           CALL "PROFESOR-SEARCH" USING
               WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK WS-PROF-ENCONTRADO.
           IF NOT PROFESOR-ENCONTRADO
               MOVE "** PROFESOR NO CATALOGADO **"
                   TO WS-PROF-NOMBRE-LK
           END-IF.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "PROFESOR " DELIMITED BY SIZE
               WS-PROFE-ACTUAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROF-NOMBRE-LK DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-GRUPOS
               IF WS-G-LISTADO(WS-IDX) = "N"
                   AND WS-G-PROFE(WS-IDX) = WS-PROFE-ACTUAL
                   MOVE "S" TO WS-G-LISTADO(WS-IDX)
                   PERFORM 100540-LISTA-PARCIALES
               END-IF
           END-PERFORM.
           IF EN-VENTANA AND WS-PROFE-ACTUAL > ZEROS
               PERFORM 100600-ENCOLA-AVISO
           END-IF.
           EXIT.

       100540-LISTA-PARCIALES.
           PERFORM VARYING WS-PAR FROM 1 BY 1 UNTIL WS-PAR > 3
               IF WS-G-CAPTURADOS(WS-IDX, WS-PAR)
                   < WS-G-INSCRITOS(WS-IDX)
                   PERFORM 100410-LINEA-PARCIAL
                   ADD 1 TO WS-PROF-PENDIENTES
                   ADD 1 TO WS-TOTAL-LISTADOS
               END-IF
           END-PERFORM.
           EXIT.

       100600-ENCOLA-AVISO.
           MOVE WS-PROFE-ACTUAL TO WS-NOT-CLAVE.
           INITIALIZE WS-NOT-MENSAJE.
           STRING
               "CALIFICACIONES PENDIENTES EN " DELIMITED BY SIZE
               WS-PROF-PENDIENTES DELIMITED BY SIZE
               " PARCIALES; CIERRA " DELIMITED BY SIZE
               WS-CALIF-FIN DELIMITED BY SIZE
           INTO WS-NOT-MENSAJE.
           CALL "NOTIFICA-WRITER" USING
               WS-NOT-CLAVE WS-NOT-EVENTO WS-NOT-MENSAJE.
           ADD 1 TO WS-TOTAL-AVISOS.
           EXIT.

       100700-TOTALES.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "PARCIALES INCOMPLETOS: " DELIMITED BY SIZE
               WS-TOTAL-INCOMPLETOS DELIMITED BY SIZE
               "  PROFESORES: " DELIMITED BY SIZE
               WS-TOTAL-PROFESORES DELIMITED BY SIZE
               "  AVISOS EN COLA: " DELIMITED BY SIZE
               WS-TOTAL-AVISOS DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
      *    CONTROL: LO LISTADO POR PROFESOR DEBE SUMAR LO MISMO QUE
      *    LOS PARCIALES INCOMPLETOS DEL DETALLE.
           INITIALIZE LINEA-TEMP.
           IF WS-TOTAL-LISTADOS = WS-TOTAL-INCOMPLETOS
               STRING
                   "CUADRADO: " DELIMITED BY SIZE
                   WS-TOTAL-LISTADOS DELIMITED BY SIZE
                   " PARCIALES LISTADOS POR PROFESOR" DELIMITED BY SIZE
               INTO LINEA-TEMP
           ELSE
               STRING
                   "NO CUADRA: " DELIMITED BY SIZE
                   WS-TOTAL-LISTADOS DELIMITED BY SIZE
                   " LISTADOS VS " DELIMITED BY SIZE
                   WS-TOTAL-INCOMPLETOS DELIMITED BY SIZE
                   " INCOMPLETOS" DELIMITED BY SIZE
               INTO LINEA-TEMP
           END-IF.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM CALIF-PENDIENTE-DOC.
