      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: DAILY ACCOUNT PROVISIONING FILE FOR IT
      *          "prov-cuentas-<yyyymmdd>.csv": ALTA DE CUENTA PARA
      *          CADA ALUMNO ACTIVO QUE AUN NO TIENE (CON SU USUARIO
      *          INSTITUCIONAL GENERADO, CARRERA Y PLANTEL),
      *          DESHABILITA CUANDO EL ESTATUS PASA A B, E O S, Y
      *          HABILITA CUANDO UN ALUMNO DESHABILITADO VUELVE A
      *          ESTAR ACTIVO (READMISION). LO PEDIDO QUEDA EN
      *          "cuentas-inst.txt" PARA NO REPETIRLO; LA RESPUESTA
      *          DE SISTEMAS LA IMPORTA CUENTAS-IT-DOC. CORRE SIN
      *          PREGUNTAS COMO PASO "CUENTAS" DE LA CORRIDA NOCTURNA
      *          DE DRIVER-DIARIO-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUENTAS-PROVISION-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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

               SELECT DOC-CIN ASSIGN TO "cuentas-inst.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CIN-REG-CLAVE
                   FILE STATUS WS-STATUS-CIN.

               SELECT REP-PROV ASSIGN TO WS-REP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-REP.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-CIN.
               COPY "CIN-REG-DOC.cpy".

           FD REP-PROV.
               01 LINEA-PROV PIC X(132).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-CIN PIC XX.
               05 WS-STATUS-REP PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-REP-FILENAME PIC X(30).
               05 WS-NOMBRE-CSV PIC X(40).
               05 WS-ACCION PIC X(11).
               05 WS-TOTAL-ALTAS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-DESHABILITA PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-HABILITA PIC 9(05) VALUE ZEROS.

           01 SWITCHES.
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-CIN-EXISTE PIC X VALUE "N".
                   88 CUENTA-EXISTE VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ERROR AL ABRIR ESTUDIANTES.TXT, STATUS: "
                       WS-STATUS-EST
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O DOC-CIN.
           IF WS-STATUS-CIN = "35"
               OPEN OUTPUT DOC-CIN
               CLOSE DOC-CIN
               OPEN I-O DOC-CIN
           END-IF.
           IF WS-STATUS-CIN NOT = "00"
               DISPLAY "**** ERROR AL ABRIR CUENTAS-INST.TXT, STATUS: "
                       WS-STATUS-CIN
               CLOSE DOC-EST
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100200-GET-FILENAME.
           OPEN OUTPUT REP-PROV.
           INITIALIZE LINEA-PROV.
           MOVE "accion,usuario,clave,nombre,carrera,plantel"
               TO LINEA-PROV.
           WRITE LINEA-PROV.
           PERFORM UNTIL FIN-ESTUDIANTES
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ESTUDIANTES TO TRUE
                   NOT AT END
                       PERFORM 100300-REVISA-ALUMNO
               END-READ
           END-PERFORM.
           CLOSE REP-PROV.
           CLOSE DOC-CIN.
           CLOSE DOC-EST.
           PERFORM 100800-AUDITA-CORRIDA.
           DISPLAY "**** " FUNCTION TRIM(WS-REP-FILENAME) ": "
                   WS-TOTAL-ALTAS " ALTAS, "
                   WS-TOTAL-DESHABILITA " DESHABILITA, "
                   WS-TOTAL-HABILITA " HABILITA ***".
           EXIT.

       100200-GET-FILENAME.
           INITIALIZE WS-REP-FILENAME.
           STRING
               "prov-cuentas-" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
           INTO WS-REP-FILENAME.
           EXIT.

       100300-REVISA-ALUMNO.
      *    SOLO SE PIDE LO QUE CAMBIO DESDE LA ULTIMA SOLICITUD: LA
      *    BAJA TEMPORAL ("T") CONSERVA LA CUENTA COMO ESTE.
           MOVE "N" TO WS-CIN-EXISTE.
           MOVE EST-REG-CLAVE TO CIN-REG-CLAVE.
           READ DOC-CIN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUENTA-EXISTE TO TRUE
           END-READ.
           MOVE SPACES TO WS-ACCION.
           EVALUATE TRUE
               WHEN EST-ACTIVO OR EST-REG-ESTATUS = SPACES
                   IF NOT CUENTA-EXISTE
                       MOVE "ALTA" TO WS-ACCION
                   ELSE
                       IF CIN-SIN-ACCESO
                           MOVE "HABILITA" TO WS-ACCION
                       END-IF
                   END-IF
               WHEN EST-BAJA OR EST-EGRESADO OR EST-SUSPENDIDO
                   IF CUENTA-EXISTE AND CIN-CON-ACCESO
                       MOVE "DESHABILITA" TO WS-ACCION
                   END-IF
           END-EVALUATE.
           IF WS-ACCION NOT = SPACES
               PERFORM 100400-SOLICITA
           END-IF.
           EXIT.

       100400-SOLICITA.
           EVALUATE WS-ACCION
               WHEN "ALTA"
                   INITIALIZE CIN-REG-DOC
                   MOVE EST-REG-CLAVE TO CIN-REG-CLAVE
      *            EL USUARIO SE DERIVA DE LA CLAVE, QUE NO SE REPITE
      *            NI CAMBIA AUNQUE EL ALUMNO CORRIJA SU NOMBRE.
                   STRING
                       "a" DELIMITED BY SIZE
                       EST-REG-CLAVE DELIMITED BY SIZE
                   INTO CIN-REG-USUARIO
                   SET CIN-ALTA-PEDIDA TO TRUE
                   MOVE WS-FECHA-HOY TO CIN-REG-FECHA-SOLICITUD
                   WRITE CIN-REG-DOC
                       INVALID KEY
                           DISPLAY "**** ERROR AL GRABAR CUENTA "
                                   EST-REG-CLAVE ", STATUS: "
                                   WS-STATUS-CIN
                           EXIT PARAGRAPH
                   END-WRITE
                   ADD 1 TO WS-TOTAL-ALTAS
               WHEN "HABILITA"
                   SET CIN-REHABILITA-PEDIDA TO TRUE
                   MOVE WS-FECHA-HOY TO CIN-REG-FECHA-SOLICITUD
                   REWRITE CIN-REG-DOC
                   ADD 1 TO WS-TOTAL-HABILITA
               WHEN "DESHABILITA"
                   SET CIN-BAJA-PEDIDA TO TRUE
                   MOVE WS-FECHA-HOY TO CIN-REG-FECHA-SOLICITUD
                   REWRITE CIN-REG-DOC
                   ADD 1 TO WS-TOTAL-DESHABILITA
           END-EVALUATE.
           MOVE EST-REG-NOMBRE TO WS-NOMBRE-CSV.
           INSPECT WS-NOMBRE-CSV REPLACING ALL "," BY ";".
           INITIALIZE LINEA-PROV.
           STRING
               FUNCTION TRIM(WS-ACCION) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CIN-REG-USUARIO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               EST-REG-CLAVE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOMBRE-CSV) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               EST-REG-CARRERA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               EST-REG-PLANTEL DELIMITED BY SIZE
           INTO LINEA-PROV.
           WRITE LINEA-PROV.
           EXIT.

       100800-AUDITA-CORRIDA.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "CUENTAS-PROVISION" DELIMITED BY SIZE
               "|NOCTURNO  |" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|ALTAS " DELIMITED BY SIZE
               WS-TOTAL-ALTAS DELIMITED BY SIZE
               " DESHABILITA " DELIMITED BY SIZE
               WS-TOTAL-DESHABILITA DELIMITED BY SIZE
               " HABILITA " DELIMITED BY SIZE
               WS-TOTAL-HABILITA DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM CUENTAS-PROVISION-DOC.
