      *          THRESHOLD, SO TUTORS CAN INTERVENE BEFORE THE
      *          STUDENT LANDS ON REP-REPROBADOS. SUBJECT NAMES ARE
      *          RESOLVED VIA DATA-MATERIAS-SEARCH AND STUDENT NAMES
      *          BY DIRECT READ ON THE KEYED MASTER. LAS AUSENCIAS
      *          JUSTIFICADAS ("J", JUSTIFICANTES-MAKER-DOC) SE
      *          MUESTRAN PERO NO CUENTAN CONTRA EL LIMITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-AUSENCIAS-DOC.
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

               SELECT REP-AUSENCIAS ASSIGN TO "REP-AUSENCIAS.txt"
                   10 WS-A-MATERIA PIC 9(06).
                   10 WS-A-SESIONES PIC 9(03).
                   10 WS-A-AUSENCIAS PIC 9(03).
                   10 WS-A-JUSTIFICADAS PIC 9(03).

           01 WS-CALL.
               05 WS-MATERIA PIC X(32).
                   MOVE ASI-REG-MATERIA TO WS-A-MATERIA(WS-IDX)
                   MOVE 0 TO WS-A-SESIONES(WS-IDX)
                   MOVE 0 TO WS-A-AUSENCIAS(WS-IDX)
                   MOVE 0 TO WS-A-JUSTIFICADAS(WS-IDX)
               ELSE
                   DISPLAY "**** LIMITE DE 999 PARES ALUMNO+MATERIA "
                           "EN MEMORIA ALCANZADO ***"
               IF ASI-REG-ESTADO = "A"
                   ADD 1 TO WS-A-AUSENCIAS(WS-IDX)
               END-IF
               IF ASI-REG-ESTADO = "J"
                   ADD 1 TO WS-A-JUSTIFICADAS(WS-IDX)
               END-IF
           END-IF.
           EXIT.

               WS-A-AUSENCIAS(WS-IDX) DELIMITED BY SIZE
               " DE "
               WS-A-SESIONES(WS-IDX) DELIMITED BY SIZE
               "|JUSTIFICADAS "
               WS-A-JUSTIFICADAS(WS-IDX) DELIMITED BY SIZE
               "|"
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
