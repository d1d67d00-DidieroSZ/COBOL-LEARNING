      *          HIST-APROBADA-SEARCH) AGAINST THE DECLARED CARRERA'S
      *          PLAN IN "curriculum.txt" (VIA CURRICULUM-SEARCH),
      *          LISTING GRADUATION CANDIDATES AND, FOR THE REST, THE
      *          MISSING MATERIAS. REQ/APR ARE CREDIT TOTALS. LA
      *          LIBERACION DEL SERVICIO SOCIAL (Y DE PRACTICAS SI
      *          PRACTICAS-REQ = 1, VIA SERVICIO-SEARCH) ES UN
      *          REQUISITO MAS: SIN ELLA NO HAY CANDIDATO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT-DOC.
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

               SELECT REP-AUDIT ASSIGN TO "REP-AUDITORIA-PLAN.txt"
               05 WS-TOTAL-ESTUDIANTES PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-CANDIDATOS PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-SIN-PLAN PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-SIN-SERVICIO PIC 9(04) VALUE ZEROS.
               05 WS-SSO-TIPO PIC X(01).
               05 WS-SSO-ESTATUS PIC X(01).
                   88 SSO-LIBERADO VALUE "L".
               05 WS-SSO-HORAS PIC 9(04).
               05 WS-PRACTICAS-REQ PIC 9(01) VALUE ZEROS.

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".


           01 FORMATO.
               DISPLAY "ERROR AL ABRIR ESTUDIANTES.TXT"
               STOP RUN
           END-IF.
           MOVE "PRACTICAS-REQ" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               MOVE WS-PARAM-VALOR TO WS-PRACTICAS-REQ
           END-IF.
           OPEN OUTPUT REP-AUDIT.
           PERFORM 100400-HEADER-MAKER.
           PERFORM 100500-READ-FIELDS UNTIL FIN-ESTUDIANTES.
           PERFORM 100210-REVISA-REQUERIDA
               VARYING WS-SUB-CURR FROM 1 BY 1
               UNTIL NOT CURR-ENTRADA-OK.
           PERFORM 100220-REVISA-SERVICIO.
           PERFORM 100300-ESCRIBE-RESULTADO.
           EXIT.

           END-IF.
           EXIT.

       100220-REVISA-SERVICIO.
      *    LA LIBERACION FALTANTE CUENTA COMO UN REQUISITO NO
      *    CUMPLIDO Y SE NOMBRA EN LA LISTA DE FALTANTES.
           MOVE "S" TO WS-SSO-TIPO.
           MOVE "N" TO WS-SSO-ESTATUS.
           CALL "SERVICIO-SEARCH" USING
               WS-CLAVE-EST WS-SSO-TIPO WS-SSO-ESTATUS WS-SSO-HORAS.
           IF NOT SSO-LIBERADO
               ADD 1 TO WS-FALTANTES
               ADD 1 TO WS-TOTAL-SIN-SERVICIO
               IF WS-LISTA-LARGO <= 50
                   MOVE "SERV-SOCIAL"
                       TO WS-LISTA-FALTANTES(WS-LISTA-LARGO:11)
                   ADD 12 TO WS-LISTA-LARGO
               END-IF
           END-IF.
           IF WS-PRACTICAS-REQ = 1
               MOVE "P" TO WS-SSO-TIPO
               MOVE "N" TO WS-SSO-ESTATUS
               CALL "SERVICIO-SEARCH" USING
                   WS-CLAVE-EST WS-SSO-TIPO WS-SSO-ESTATUS
                   WS-SSO-HORAS
               IF NOT SSO-LIBERADO
                   ADD 1 TO WS-FALTANTES
                   IF WS-LISTA-LARGO <= 51
                       MOVE "PRACTICAS"
                           TO WS-LISTA-FALTANTES(WS-LISTA-LARGO:9)
                       ADD 10 TO WS-LISTA-LARGO
                   END-IF
               END-IF
           END-IF.
           EXIT.

       100300-ESCRIBE-RESULTADO.
           INITIALIZE LINEA-TEMP.
           EVALUATE TRUE
               WS-TOTAL-CANDIDATOS DELIMITED BY SIZE
               "   SIN PLAN CAPTURADO: " DELIMITED BY SIZE
               WS-TOTAL-SIN-PLAN DELIMITED BY SIZE
               "   SIN LIBERACION SERV. SOCIAL: " DELIMITED BY SIZE
               WS-TOTAL-SIN-SERVICIO DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.

