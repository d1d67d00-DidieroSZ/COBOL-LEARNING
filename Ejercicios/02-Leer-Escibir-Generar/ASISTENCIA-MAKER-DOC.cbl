      *          MATERIA (SAME JOIN AS ROSTER-MATERIA-DOC) AND WRITES
      *          ONE RECORD PER STUDENT+MATERIA+DATE TO
      *          "asistencia.txt", SO ATTENDANCE FINALLY RECONCILES
      *          WITH ENROLLMENT INSTEAD OF LIVING ON PAPER. UNA
      *          AUSENCIA CUBIERTA POR UN JUSTIFICANTE DE
      *          "justificantes.txt" SE GRABA "J". NO SE PASA LISTA
      *          EN DIAS INHABILES DEL PLANTEL ("dias-inhabiles.txt").
      *          SI EL ALUMNO YA TIENE REGISTRO DE LA FECHA (POR
      *          EJEMPLO LA "P" QUE PROPONE IMPORTA-TORNIQUETE-DOC) SE
      *          MUESTRA Y ENTER LO CONSERVA; LO QUE CAPTURE EL
      *          PROFESOR SIEMPRE LO REEMPLAZA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASISTENCIA-MAKER-DOC.
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
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASI-REG-LLAVE
           FILE STATUS IS WS-STATUS-ASI.
       SELECT DOC-JUSTIFICANTES ASSIGN TO "justificantes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JUS-REG-LLAVE
           FILE STATUS IS WS-STATUS-JUS.

       DATA DIVISION.
       FILE SECTION.

           FD DOC-ASISTENCIA.
      *    UNA LINEA POR ESTUDIANTE + MATERIA + FECHA; ESTADO "P"
      *    (PRESENTE), "A" (AUSENTE) O "J" (AUSENCIA JUSTIFICADA).
           01 ASI-REG-DOC.
               05 ASI-REG-LLAVE.
                   10 ASI-REG-CLAVE PIC 9(08).
                   10 ASI-REG-FECHA PIC 9(08).
               05 ASI-REG-ESTADO PIC X(01).

           FD DOC-JUSTIFICANTES.
           COPY "JUS-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-ASI PIC XX.
               05 WS-STATUS-JUS PIC XX.
               05 WS-OPERADOR PIC X(20) VALUE SPACES.
               05 WS-MAT-CAPTURA.
                   10 WS-MAT-CAP-CLAVE PIC X(04).
                   10 WS-MAT-CAP-GRUPO PIC X(02).
               05 WS-MAT-NOMBRE PIC A(20) VALUE SPACES.
               05 WS-MAT-PLANTEL PIC 9(02) VALUE ZEROS.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-FECHA-CAPTURA PIC X(08).
               05 WS-ESTADO-CAPTURA PIC X(01).
               05 WS-ESTADO-PREVIO PIC X(01).
               05 WS-TOTAL-PRESENTES PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-AUSENTES PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-JUSTIFICADAS PIC 9(04) VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

      *    CALENDARIO DE DIAS INHABILES (DIA-INHABIL-SEARCH).
           01 WS-DIA-CALL.
               05 WS-DIA-TIPO PIC X(01) VALUE SPACE.
                   88 DIA-HABIL VALUE SPACE.
               05 WS-DIA-DESCRIPCION PIC X(40).

           01 SWITCHES.
               05 WS-MAT-ENCONTRADA PIC X VALUE "N".
                   88 MATERIA-ENCONTRADA VALUE "S".
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-HAY-JUSTIFICANTES PIC X VALUE "N".
                   88 HAY-JUSTIFICANTES VALUE "S".
               05 WS-FIN-JUS PIC X VALUE "N".
                   88 FIN-JUSTIFICANTES VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100100-CAPTURA-MATERIA.
       IF MATERIA-ENCONTRADA
           PERFORM 100150-CAPTURA-FECHA
       END-IF.
       IF MATERIA-ENCONTRADA AND DIA-HABIL
           PERFORM 100160-ABRE-ASISTENCIA
           PERFORM 100200-RECORRE-ESTUDIANTES
           CLOSE DOC-ASISTENCIA
           IF HAY-JUSTIFICANTES
               CLOSE DOC-JUSTIFICANTES
           END-IF
           PERFORM 100900-RESUMEN
       END-IF.
       GOBACK.
                   NOT INVALID KEY
                       SET MATERIA-ENCONTRADA TO TRUE
                       MOVE MAT-REG-NOMBRE TO WS-MAT-NOMBRE
                       MOVE MAT-REG-PLANTEL TO WS-MAT-PLANTEL
                       PERFORM 100270-RESUELVE-PROFESOR
                       DISPLAY "MATERIA:  " MAT-REG-NOMBRE
                       DISPLAY "PROFESOR: " WS-PROF-NOMBRE-LK
               END-IF
           END-IF.
           DISPLAY "FECHA DEL PASE DE LISTA: " WS-FECHA-HOY.
      *    EN UN DIA INHABIL DEL PLANTEL DE LA MATERIA NO HUBO CLASE:
      *    NO SE PASA LISTA Y NADIE QUEDA AUSENTE.
           MOVE SPACES TO WS-DIA-TIPO.
           CALL "DIA-INHABIL-SEARCH" USING
               WS-MAT-PLANTEL WS-FECHA-HOY WS-DIA-TIPO
               WS-DIA-DESCRIPCION.
           IF NOT DIA-HABIL
               DISPLAY "**** " WS-FECHA-HOY " ES DIA INHABIL ("
                       FUNCTION TRIM(WS-DIA-DESCRIPCION)
                       "); NO SE PASA LISTA ***"
           END-IF.
           EXIT.

       100160-ABRE-ASISTENCIA.
               CLOSE DOC-ASISTENCIA
               OPEN I-O DOC-ASISTENCIA
           END-IF.
           OPEN INPUT DOC-JUSTIFICANTES.
           IF WS-STATUS-JUS = "00"
               SET HAY-JUSTIFICANTES TO TRUE
           END-IF.
           EXIT.

       100270-RESUELVE-PROFESOR.

       100230-CAPTURA-ASISTENCIA.
           MOVE SPACES TO WS-ESTADO-CAPTURA.
           PERFORM 100235-LEE-PREVIO.
           PERFORM UNTIL WS-ESTADO-CAPTURA = "P"
                   OR WS-ESTADO-CAPTURA = "A"
               IF WS-ESTADO-PREVIO = SPACES
                   DISPLAY EST-REG-CLAVE " "
                           FUNCTION TRIM(EST-REG-NOMBRE)
                           " -- (P)RESENTE / (A)USENTE: "
                           WITH NO ADVANCING
               ELSE
                   DISPLAY EST-REG-CLAVE " "
                           FUNCTION TRIM(EST-REG-NOMBRE)
                           " -- (P)RESENTE / (A)USENTE [ENTER = "
                           WS-ESTADO-PREVIO "]: "
                           WITH NO ADVANCING
               END-IF
               ACCEPT WS-ESTADO-CAPTURA
               MOVE FUNCTION UPPER-CASE(WS-ESTADO-CAPTURA)
                   TO WS-ESTADO-CAPTURA
      *        UNA "J" PREVIA SE CONSERVA COMO "A": EL JUSTIFICANTE LA
      *        VUELVE A CUBRIR AL GRABAR.
               IF WS-ESTADO-CAPTURA = SPACES
                   AND WS-ESTADO-PREVIO NOT = SPACES
                   IF WS-ESTADO-PREVIO = "J"
                       MOVE "A" TO WS-ESTADO-CAPTURA
                   ELSE
                       MOVE WS-ESTADO-PREVIO TO WS-ESTADO-CAPTURA
                   END-IF
               END-IF
               IF WS-ESTADO-CAPTURA NOT = "P"
                   AND WS-ESTADO-CAPTURA NOT = "A"
                   DISPLAY "**** CAPTURE P O A ***"
           PERFORM 100240-GRABA-ASISTENCIA.
           EXIT.

       100235-LEE-PREVIO.
           MOVE SPACES TO WS-ESTADO-PREVIO.
           MOVE EST-REG-CLAVE TO ASI-REG-CLAVE.
           MOVE WS-MAT-CAPTURA TO ASI-REG-MATERIA.
           MOVE WS-FECHA-HOY TO ASI-REG-FECHA.
           READ DOC-ASISTENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ASI-REG-ESTADO TO WS-ESTADO-PREVIO
           END-READ.
           EXIT.

       100240-GRABA-ASISTENCIA.
      *    SI YA EXISTE UN REGISTRO PARA ESTE ALUMNO+MATERIA+FECHA
      *    (UNA LISTA REPUESTA), SE REESCRIBE EN LUGAR DE RECHAZAR.
           MOVE WS-MAT-CAPTURA TO ASI-REG-MATERIA.
           MOVE WS-FECHA-HOY TO ASI-REG-FECHA.
           MOVE WS-ESTADO-CAPTURA TO ASI-REG-ESTADO.
           IF WS-ESTADO-CAPTURA = "A" AND HAY-JUSTIFICANTES
               PERFORM 100245-BUSCA-JUSTIFICANTE
           END-IF.
           WRITE ASI-REG-DOC
               INVALID KEY
                   REWRITE ASI-REG-DOC
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE ASI-REG-ESTADO
               WHEN "P"
                   ADD 1 TO WS-TOTAL-PRESENTES
               WHEN "J"
                   ADD 1 TO WS-TOTAL-JUSTIFICADAS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-AUSENTES
           END-EVALUATE.
           EXIT.

       100245-BUSCA-JUSTIFICANTE.
      *    LOS JUSTIFICANTES DEL ALUMNO QUE INICIAN A MAS TARDAR EN LA
      *    FECHA DE LA LISTA; SI ALGUNO LA CUBRE, LA AUSENCIA ES "J".
           MOVE "N" TO WS-FIN-JUS.
           MOVE EST-REG-CLAVE TO JUS-REG-CLAVE.
           MOVE ZEROS TO JUS-REG-FECHA-INI.
           START DOC-JUSTIFICANTES KEY IS NOT LESS THAN JUS-REG-LLAVE
               INVALID KEY
                   SET FIN-JUSTIFICANTES TO TRUE
           END-START.
           PERFORM UNTIL FIN-JUSTIFICANTES
               READ DOC-JUSTIFICANTES NEXT RECORD
                   AT END
                       SET FIN-JUSTIFICANTES TO TRUE
                   NOT AT END
                       IF JUS-REG-CLAVE NOT = EST-REG-CLAVE
                           OR JUS-REG-FECHA-INI > WS-FECHA-HOY
                           SET FIN-JUSTIFICANTES TO TRUE
                       ELSE
                           IF JUS-REG-FECHA-FIN NOT < WS-FECHA-HOY
                               MOVE "J" TO ASI-REG-ESTADO
                               SET FIN-JUSTIFICANTES TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100900-RESUMEN.
                   FUNCTION TRIM(WS-MAT-NOMBRE).
           DISPLAY "**** PRESENTES: " WS-TOTAL-PRESENTES.
           DISPLAY "**** AUSENTES:  " WS-TOTAL-AUSENTES.
           DISPLAY "**** JUSTIFICADAS: " WS-TOTAL-JUSTIFICADAS.
           DISPLAY "*****************************************".
           EXIT.

