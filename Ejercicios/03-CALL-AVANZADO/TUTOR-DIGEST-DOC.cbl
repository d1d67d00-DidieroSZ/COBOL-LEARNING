      *          THE OVERDUE BALANCE VIA PAGOS-SALDO-SEARCH -- SO A
      *          TUTOR GETS ONE PAGE PER MEETING INSTEAD OF ASKING
      *          THREE OFFICES. ASSIGNMENTS COME FROM "tutores.txt"
      *          (TUTOR-MAKER-DOC); TUTOR 000 = FULL SET. DE LA
      *          BITACORA "tutoria-sesiones.txt" SALE LA ULTIMA SESION
      *          DE CADA TUTORADO Y SI SU SEGUIMIENTO YA VENCIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTOR-DIGEST-DOC.
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

               SELECT DOC-ASISTENCIA ASSIGN TO "asistencia.txt"
                   RECORD KEY IS ASI-REG-LLAVE
                   FILE STATUS WS-STATUS-ASI.

               SELECT DOC-SESIONES ASSIGN TO "tutoria-sesiones.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TSE-REG-LLAVE
                   FILE STATUS WS-STATUS-TSE.

               SELECT REP-TUTORIA ASSIGN TO "REP-TUTORIA.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.
                       10 ASI-REG-FECHA PIC 9(08).
                   05 ASI-REG-ESTADO PIC X(01).

           FD DOC-SESIONES.
               COPY "TSE-REG-DOC.cpy".

           FD REP-TUTORIA.
               01 LINEA-TEMP PIC X(132).

               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-ASI PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-STATUS-TSE PIC XX.
               05 WS-TUTOR-PEDIDO PIC 9(03) VALUE ZEROS.
               05 WS-CALIF-APROBATORIA PIC 9(03) VALUE 70.
               05 WS-TOPE-BANDA PIC 9(03).
               05 WS-SALDO-EDIT PIC -(7)9.99.
               05 WS-TUTOR-ACTUAL PIC 9(03) VALUE ZEROS.
               05 WS-TOTAL-TUTORADOS PIC 9(04) VALUE ZEROS.
               05 WS-ULTIMA-SESION PIC 9(08) VALUE ZEROS.
               05 WS-ULTIMO-SEGUIMIENTO PIC 9(08) VALUE ZEROS.
               05 WS-TOTAL-SIN-SESION PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-SEG-VENCIDO PIC 9(04) VALUE ZEROS.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
                   88 ENTRADA-HALLADA VALUE "S".
               05 WS-EST-EXISTE PIC X VALUE "N".
                   88 EST-EXISTE VALUE "S".
               05 WS-HAY-SESIONES PIC X VALUE "N".
                   88 HAY-SESIONES VALUE "S".
               05 WS-FIN-TSE PIC X VALUE "N".
                   88 FIN-SESIONES VALUE "S".

       PROCEDURE DIVISION.

           ACCEPT WS-TUTOR-PEDIDO.
           PERFORM 100050-LEE-PARAMETROS.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           OPEN INPUT DOC-SESIONES.
           IF WS-STATUS-TSE = "00"
               SET HAY-SESIONES TO TRUE
           END-IF.
           OPEN OUTPUT REP-TUTORIA.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           STRING
               "TUTORADOS REPORTADOS: " DELIMITED BY SIZE
               WS-TOTAL-TUTORADOS DELIMITED BY SIZE
               "   SIN SESION: " DELIMITED BY SIZE
               WS-TOTAL-SIN-SESION DELIMITED BY SIZE
               "   SEGUIMIENTOS VENCIDOS: " DELIMITED BY SIZE
               WS-TOTAL-SEG-VENCIDO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF HAY-SESIONES
               CLOSE DOC-SESIONES
           END-IF.
           CLOSE REP-TUTORIA.
           DISPLAY "**** DIGESTO EN REP-TUTORIA.txt ***".
           EXIT.
               PERFORM 100230-CUENTA-BANDA
               PERFORM 100240-CUENTA-AUSENCIAS
               PERFORM 100250-CONSULTA-SALDO
               PERFORM 100255-ULTIMA-SESION
               PERFORM 100260-ESCRIBE-TUTORADO
               PERFORM 100270-ESCRIBE-SESION
           END-IF.
           EXIT.

       100240-CUENTA-AUSENCIAS.
      *    MISMO CONTEO QUE REP-AUSENCIAS-DOC, ACOTADO AL TUTORADO:
      *    AUSENCIAS POR MATERIA Y CUANTAS MATERIAS REBASAN EL
      *    LIMITE LIM-AUSENCIA. LAS JUSTIFICADAS ("J") NO CUENTAN.
           MOVE ZEROS TO WS-TOTAL-AUS.
           MOVE ZEROS TO WS-MAT-SOBRE-LIMITE.
           MOVE "N" TO WS-FIN-ASI.
               WS-SALDO-VENCIDO WS-SALDO-TOTAL.
           EXIT.

       100255-ULTIMA-SESION.
      *    LA BITACORA VA POR CLAVE Y FECHA: LA ULTIMA LEIDA DE LA
      *    CLAVE ES LA SESION MAS RECIENTE, Y SU SEGUIMIENTO ES EL QUE
      *    QUEDA PENDIENTE (LOS ANTERIORES LOS CUBRE ESA SESION).
           MOVE ZEROS TO WS-ULTIMA-SESION.
           MOVE ZEROS TO WS-ULTIMO-SEGUIMIENTO.
           IF NOT HAY-SESIONES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN-TSE.
           MOVE TUT-REG-CLAVE TO TSE-REG-CLAVE.
           MOVE ZEROS TO TSE-REG-FECHA.
           START DOC-SESIONES KEY IS NOT LESS THAN TSE-REG-LLAVE
               INVALID KEY
                   SET FIN-SESIONES TO TRUE
           END-START.
           PERFORM UNTIL FIN-SESIONES
               READ DOC-SESIONES NEXT RECORD
                   AT END
                       SET FIN-SESIONES TO TRUE
                   NOT AT END
                       IF TSE-REG-CLAVE NOT = TUT-REG-CLAVE
                           SET FIN-SESIONES TO TRUE
                       ELSE
                           MOVE TSE-REG-FECHA TO WS-ULTIMA-SESION
                           MOVE TSE-REG-SEGUIMIENTO
                               TO WS-ULTIMO-SEGUIMIENTO
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100260-ESCRIBE-TUTORADO.
           MOVE WS-SALDO-VENCIDO TO WS-SALDO-EDIT.
           INITIALIZE LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100270-ESCRIBE-SESION.
           INITIALIZE LINEA-TEMP.
           IF WS-ULTIMA-SESION = ZEROS
               ADD 1 TO WS-TOTAL-SIN-SESION
               MOVE "             ULTIMA SESION: ** SIN SESIONES **"
                   TO LINEA-TEMP
           ELSE
               STRING
                   "             ULTIMA SESION: " DELIMITED BY SIZE
                   WS-ULTIMA-SESION DELIMITED BY SIZE
               INTO LINEA-TEMP
               IF WS-ULTIMO-SEGUIMIENTO NOT = ZEROS
                   MOVE " SEGUIMIENTO: " TO LINEA-TEMP(37:14)
                   MOVE WS-ULTIMO-SEGUIMIENTO TO LINEA-TEMP(51:8)
                   IF WS-ULTIMO-SEGUIMIENTO < WS-AUD-FECHA
                       ADD 1 TO WS-TOTAL-SEG-VENCIDO
                       MOVE " ** SEGUIMIENTO VENCIDO **"
                           TO LINEA-TEMP(59:26)
                   END-IF
               END-IF
           END-IF.
           WRITE LINEA-TEMP.
           EXIT.

       END PROGRAM TUTOR-DIGEST-DOC.
