      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: BRING GRADES BACK FROM THE LEARNING PLATFORM (LMS).
      *          [1] IMPORTS THE PLATFORM'S GRADEBOOK EXPORT
      *          "lms-gradebook.csv" (CURSO,ALUMNO,ACTIVIDAD,
      *          CALIFICACION; EL CURSO ES LA MAT-REG-LLAVE QUE MANDA
      *          LMS-EXPORTA-DOC Y LA ACTIVIDAD TERMINA EN EL NUMERO
      *          DE PARCIAL) INTO THE STAGING FILE "lms-calif.txt";
      *          LOS RENGLONES MALOS SALEN A "lms-rechazos.txt".
      *          [2] THE PROFESSOR REVIEWS AND CONFIRMS THE STAGED
      *          SHEET OF ONE MATERIA+GRUPO AND PARCIAL. NOTHING TOUCHES
      *          "estudiantes.txt" HERE: LAS CONFIRMADAS LAS ASIENTA
      *          CALIF-MATERIA-DOC (CARGA DESDE LMS) CON EL CANDADO DE
      *          ACTA, SIN DERECHO, RANGO Y DECIMALES DE LA CAPTURA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMS-CALIF-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-LMS ASSIGN TO "lms-calif.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LMS-REG-LLAVE
           FILE STATUS IS WS-STATUS-LMS.
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-REG-LLAVE
           FILE STATUS IS WS-STATUS-MAT.
       SELECT DOC-GRADEBOOK ASSIGN TO "lms-gradebook.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-GBK.
       SELECT DOC-RECHAZOS-LMS ASSIGN TO "lms-rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RECH.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-LMS.
           COPY "LMS-REG-DOC.cpy".

           FD MAT-DOC.
           COPY "MAT-REG-DOC.cpy".

           FD DOC-GRADEBOOK.
      *    EXPORT DEL LIBRO DE CALIFICACIONES DE LA PLATAFORMA, CON
      *    RENGLON DE COLUMNAS AL PRINCIPIO.
           01 GBK-REG PIC X(80).

           FD DOC-RECHAZOS-LMS.
      *    MISMO ACOMODO QUE RECHAZOS-CALIF-CSV.TXT: MOTIVO AL FRENTE
      *    Y EL RENGLON ORIGINAL, PARA CORREGIR Y REIMPORTAR.
           01 RECH-LMS-REG.
               05 RECH-LMS-MOTIVO PIC X(40).
               05 RECH-LMS-SEPARADOR PIC X(01).
               05 RECH-LMS-LINEA PIC X(80).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-LMS PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-GBK PIC XX.
               05 WS-STATUS-RECH PIC XX.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MAT-CAPTURA.
                   10 WS-MAT-CAP-CLAVE PIC X(04).
                   10 WS-MAT-CAP-GRUPO PIC X(02).
               05 WS-PARCIAL-NUM PIC 9 VALUE ZEROS.
               05 WS-PROFE-CONFIRMA PIC X(03) VALUE SPACES.
               05 WS-PROFE-GRUPO PIC 9(03) VALUE ZEROS.
               05 WS-CONFIRMA PIC X VALUE "N".
               05 WS-GBK-CURSO PIC X(10).
               05 WS-GBK-CLAVE-TXT PIC X(10).
               05 WS-GBK-ACTIVIDAD PIC X(20).
               05 WS-GBK-CALIF-TXT PIC X(10).
               05 WS-GBK-MOTIVO PIC X(40).
               05 WS-GBK-PARCIAL PIC X(01).
               05 WS-GBK-RENGLON PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-IMPORTADOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-RECHAZADOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-SIN-CAMBIO PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-HOJA PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-PENDIENTES PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-CONFIRMADOS PIC 9(04) VALUE ZEROS.
               05 WS-SUB PIC 99.

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-MAT-ENCONTRADA PIC X VALUE "N".
                   88 MATERIA-ENCONTRADA VALUE "S".
               05 WS-FIN-GBK PIC X VALUE "N".
                   88 FIN-GRADEBOOK VALUE "S".
               05 WS-FIN-HOJA PIC X VALUE "N".
                   88 FIN-HOJA VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       IF WS-ROLES-SESION(1:1) NOT = "S"
           AND WS-ROLES-SESION(5:1) NOT = "S"
           DISPLAY "**** SU USUARIO NO TIENE EL ROL DE CAPTURA ***"
           GOBACK
       END-IF.
       OPEN I-O DOC-LMS.
       IF WS-STATUS-LMS = "35"
           OPEN OUTPUT DOC-LMS
           CLOSE DOC-LMS
           OPEN I-O DOC-LMS
       END-IF.
       IF WS-STATUS-LMS NOT = "00"
           DISPLAY "**** ERROR AL ABRIR LMS-CALIF.TXT, STATUS: "
                   WS-STATUS-LMS
           GOBACK
       END-IF.
       PERFORM 100010-MENU UNTIL WS-MODO = 9.
       CLOSE DOC-LMS.
       GOBACK.

       100001-CAPTURA-OPERADOR.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "-- CALIFICACIONES DE LA PLATAFORMA LMS --".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] IMPORTAR LMS-GRADEBOOK.CSV".
           DISPLAY "  [2] CONFIRMACION DEL PROFESOR".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-IMPORTA
               WHEN 2
                   PERFORM 100200-CONFIRMA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100100-IMPORTA.
      *    CADA RENGLON BUENO QUEDA "P" EN LA PLATAFORMA DE ESPERA;
      *    SI YA EXISTIA SE REEMPLAZA Y VUELVE A ESPERAR AL PROFESOR,
      *    SALVO QUE YA ESTE ASENTADO CON LA MISMA CALIFICACION.
           MOVE ZEROS TO WS-TOTAL-IMPORTADOS.
           MOVE ZEROS TO WS-TOTAL-RECHAZADOS.
           MOVE ZEROS TO WS-TOTAL-SIN-CAMBIO.
           MOVE ZEROS TO WS-GBK-RENGLON.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           OPEN INPUT DOC-GRADEBOOK.
           IF WS-STATUS-GBK NOT = "00"
               DISPLAY "**** NO SE ENCONTRO LMS-GRADEBOOK.CSV ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** ERROR AL ABRIR MATERIAS.TXT, STATUS: "
                       WS-STATUS-MAT
               CLOSE DOC-GRADEBOOK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DOC-RECHAZOS-LMS.
           MOVE "N" TO WS-FIN-GBK.
           PERFORM 100110-LEE-RENGLON UNTIL FIN-GRADEBOOK.
           CLOSE DOC-RECHAZOS-LMS.
           CLOSE MAT-DOC.
           CLOSE DOC-GRADEBOOK.
           DISPLAY "**** RENGLONES IMPORTADOS:  "
                   WS-TOTAL-IMPORTADOS " ***".
           DISPLAY "**** YA ASENTADOS IGUALES:  "
                   WS-TOTAL-SIN-CAMBIO " ***".
           DISPLAY "**** RENGLONES RECHAZADOS:  "
                   WS-TOTAL-RECHAZADOS " ***".
           PERFORM 100190-AUDITA-IMPORTA.
           EXIT.

       100110-LEE-RENGLON.
           READ DOC-GRADEBOOK
               AT END
                   SET FIN-GRADEBOOK TO TRUE
               NOT AT END
                   ADD 1 TO WS-GBK-RENGLON
      *            EL PRIMER RENGLON ES EL DE COLUMNAS.
                   IF WS-GBK-RENGLON > 1 AND GBK-REG NOT = SPACES
                       PERFORM 100120-VALIDA-RENGLON
                   END-IF
           END-READ.
           EXIT.

       100120-VALIDA-RENGLON.
           MOVE SPACES TO WS-GBK-MOTIVO.
           MOVE SPACES TO WS-GBK-CURSO.
           MOVE SPACES TO WS-GBK-CLAVE-TXT.
           MOVE SPACES TO WS-GBK-ACTIVIDAD.
           MOVE SPACES TO WS-GBK-CALIF-TXT.
           UNSTRING GBK-REG DELIMITED BY ","
               INTO WS-GBK-CURSO WS-GBK-CLAVE-TXT WS-GBK-ACTIVIDAD
                    WS-GBK-CALIF-TXT.
      *    EL NUMERO DE PARCIAL ES EL ULTIMO CARACTER DE LA
      *    ACTIVIDAD ("PARCIAL 2", "P2" O SOLO "2").
           MOVE SPACE TO WS-GBK-PARCIAL.
           PERFORM VARYING WS-SUB FROM 20 BY -1
                   UNTIL WS-SUB < 1 OR WS-GBK-PARCIAL NOT = SPACE
               MOVE WS-GBK-ACTIVIDAD(WS-SUB:1) TO WS-GBK-PARCIAL
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-GBK-CURSO(1:6) IS NOT NUMERIC
                   OR WS-GBK-CURSO(7:4) NOT = SPACES
                   MOVE "CURSO NO ES UNA MATERIA+GRUPO"
                       TO WS-GBK-MOTIVO
               WHEN WS-GBK-CLAVE-TXT(1:8) IS NOT NUMERIC
                   OR WS-GBK-CLAVE-TXT(9:2) NOT = SPACES
                   MOVE "CLAVE DE ALUMNO NO NUMERICA" TO WS-GBK-MOTIVO
               WHEN WS-GBK-PARCIAL < "1" OR WS-GBK-PARCIAL > "3"
                   MOVE "ACTIVIDAD NO ES PARCIAL 1-3" TO WS-GBK-MOTIVO
               WHEN WS-GBK-CALIF-TXT = SPACES
                   MOVE "SIN CALIFICACION" TO WS-GBK-MOTIVO
               WHEN WS-GBK-CALIF-TXT(7:4) NOT = SPACES
                   MOVE "CALIFICACION EXCEDE 6 CARACTERES"
                       TO WS-GBK-MOTIVO
               WHEN OTHER
                   MOVE WS-GBK-CURSO(1:6) TO MAT-REG-LLAVE
                   READ MAT-DOC
                       INVALID KEY
                           MOVE "CURSO NO EXISTE EN MATERIAS.TXT"
                               TO WS-GBK-MOTIVO
                       NOT INVALID KEY
                           PERFORM 100130-GRABA-ESPERA
                   END-READ
           END-EVALUATE.
           IF WS-GBK-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOTAL-RECHAZADOS
               INITIALIZE RECH-LMS-REG
               MOVE WS-GBK-MOTIVO TO RECH-LMS-MOTIVO
               MOVE "|" TO RECH-LMS-SEPARADOR
               MOVE GBK-REG TO RECH-LMS-LINEA
               WRITE RECH-LMS-REG
           END-IF.
           EXIT.

       100130-GRABA-ESPERA.
           MOVE WS-GBK-CURSO(1:6) TO LMS-REG-MATERIA.
           MOVE WS-GBK-PARCIAL TO LMS-REG-PARCIAL.
           MOVE WS-GBK-CLAVE-TXT(1:8) TO LMS-REG-CLAVE.
           READ DOC-LMS
               INVALID KEY
                   INITIALIZE LMS-REG-DOC
                   MOVE WS-GBK-CURSO(1:6) TO LMS-REG-MATERIA
                   MOVE WS-GBK-PARCIAL TO LMS-REG-PARCIAL
                   MOVE WS-GBK-CLAVE-TXT(1:8) TO LMS-REG-CLAVE
                   PERFORM 100140-LLENA-ESPERA
                   WRITE LMS-REG-DOC
                       INVALID KEY
                           MOVE "ERROR AL GRABAR EN LMS-CALIF.TXT"
                               TO WS-GBK-MOTIVO
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-IMPORTADOS
                   END-WRITE
               NOT INVALID KEY
                   IF LMS-ASENTADA
                       AND LMS-REG-CALIF = WS-GBK-CALIF-TXT(1:6)
                       ADD 1 TO WS-TOTAL-SIN-CAMBIO
                   ELSE
                       PERFORM 100140-LLENA-ESPERA
                       REWRITE LMS-REG-DOC
                           INVALID KEY
                               MOVE "ERROR AL GRABAR EN LMS-CALIF.TXT"
                                   TO WS-GBK-MOTIVO
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-IMPORTADOS
                       END-REWRITE
                   END-IF
           END-READ.
           EXIT.

       100140-LLENA-ESPERA.
           MOVE WS-GBK-CALIF-TXT(1:6) TO LMS-REG-CALIF.
           SET LMS-PENDIENTE TO TRUE.
           MOVE WS-AUD-FECHA TO LMS-REG-FECHA-IMP.
           MOVE MAT-REG-PROFE-CLAVE TO LMS-REG-PROFE-CLAVE.
           MOVE SPACES TO LMS-REG-CONFIRMO.
           MOVE ZEROS TO LMS-REG-FECHA-CONF.
           MOVE ZEROS TO LMS-REG-FECHA-ASIENTO.
           MOVE SPACES TO LMS-REG-MOTIVO.
           EXIT.

       100190-AUDITA-IMPORTA.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "LMS-CALIF" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|IMPORTA GRADEBOOK " DELIMITED BY SIZE
               WS-TOTAL-IMPORTADOS DELIMITED BY SIZE
               " RECHAZADOS " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100200-CONFIRMA.
      *    EL PROFESOR REVISA LA HOJA IMPORTADA Y LA CONFIRMA CON SU
      *    CLAVE DE PROFESORES.TXT, QUE DEBE SER LA DEL GRUPO; SOLO
      *    LAS CONFIRMADAS PUEDE ASENTARLAS CALIF-MATERIA-DOC.
           DISPLAY "LOG -- CLAVE de la materia: " WITH NO ADVANCING.
           ACCEPT WS-MAT-CAP-CLAVE.
           DISPLAY "LOG -- GRUPO (EJ. 01): " WITH NO ADVANCING.
           ACCEPT WS-MAT-CAP-GRUPO.
           MOVE "N" TO WS-MAT-ENCONTRADA.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** ERROR AL ABRIR MATERIAS.TXT, STATUS: "
                       WS-STATUS-MAT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAT-CAPTURA TO MAT-REG-LLAVE.
           READ MAT-DOC
               INVALID KEY
                   DISPLAY "**** MATERIA NO EXISTE EN MATERIAS.TXT ***"
               NOT INVALID KEY
                   SET MATERIA-ENCONTRADA TO TRUE
                   MOVE MAT-REG-PROFE-CLAVE TO WS-PROFE-GRUPO
                   PERFORM 100270-RESUELVE-PROFESOR
                   DISPLAY "MATERIA:  " MAT-REG-NOMBRE
                   DISPLAY "PROFESOR: " WS-PROF-NOMBRE-LK
           END-READ.
           CLOSE MAT-DOC.
           IF NOT MATERIA-ENCONTRADA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-PARCIAL-NUM.
           PERFORM UNTIL WS-PARCIAL-NUM >= 1 AND WS-PARCIAL-NUM <= 3
               DISPLAY "LOG -- PARCIAL (1-3): " WITH NO ADVANCING
               ACCEPT WS-PARCIAL-NUM
               IF WS-PARCIAL-NUM < 1 OR WS-PARCIAL-NUM > 3
                   DISPLAY "**** PARCIAL INVALIDO, USE 1-3 ***"
               END-IF
           END-PERFORM.
           MOVE "L" TO WS-CONFIRMA.
           PERFORM 100210-RECORRE-HOJA.
           DISPLAY "**** " WS-TOTAL-HOJA " RENGLONES EN LA HOJA, "
                   WS-TOTAL-PENDIENTES " POR CONFIRMAR ***".
           IF WS-TOTAL-PENDIENTES = ZEROS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOG -- CLAVE DEL PROFESOR QUE CONFIRMA: "
                   WITH NO ADVANCING.
           ACCEPT WS-PROFE-CONFIRMA.
           IF WS-PROFE-CONFIRMA NOT = WS-PROFE-GRUPO
               DISPLAY "**** LA CLAVE NO ES LA DEL PROFESOR DEL "
                       "GRUPO; HOJA NO CONFIRMADA ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "¿EL PROFESOR CONFIRMA LAS " WS-TOTAL-PENDIENTES
                   " CALIFICACIONES? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA = "S"
               ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
               PERFORM 100210-RECORRE-HOJA
               PERFORM 100290-AUDITA-CONFIRMA
               DISPLAY "**** " WS-TOTAL-CONFIRMADOS " CONFIRMADAS; "
                       "ASIENTELAS EN CALIF-MATERIA-DOC (CARGA "
                       "DESDE LMS) ***"
           ELSE
               DISPLAY "**** HOJA NO CONFIRMADA ***"
           END-IF.
           EXIT.

       100210-RECORRE-HOJA.
      *    CON WS-CONFIRMA = "L" SOLO LISTA LA HOJA; CON "S" MARCA
      *    COMO CONFIRMADAS LAS QUE ESPERABAN AL PROFESOR.
           MOVE ZEROS TO WS-TOTAL-HOJA.
           MOVE ZEROS TO WS-TOTAL-PENDIENTES.
           MOVE ZEROS TO WS-TOTAL-CONFIRMADOS.
           MOVE "N" TO WS-FIN-HOJA.
           MOVE WS-MAT-CAPTURA TO LMS-REG-MATERIA.
           MOVE WS-PARCIAL-NUM TO LMS-REG-PARCIAL.
           MOVE ZEROS TO LMS-REG-CLAVE.
           START DOC-LMS KEY IS >= LMS-REG-LLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL FIN-HOJA
               READ DOC-LMS NEXT RECORD
                   AT END
                       SET FIN-HOJA TO TRUE
                   NOT AT END
                       IF LMS-REG-MATERIA NOT = WS-MAT-CAPTURA
                           OR LMS-REG-PARCIAL NOT = WS-PARCIAL-NUM
                           SET FIN-HOJA TO TRUE
                       ELSE
                           PERFORM 100220-RENGLON-HOJA
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100220-RENGLON-HOJA.
           ADD 1 TO WS-TOTAL-HOJA.
           IF LMS-PENDIENTE
               ADD 1 TO WS-TOTAL-PENDIENTES
           END-IF.
           IF WS-CONFIRMA = "L"
               DISPLAY LMS-REG-CLAVE "  " LMS-REG-CALIF "  "
                       LMS-REG-ESTADO "  " LMS-REG-MOTIVO
           ELSE
               IF LMS-PENDIENTE
                   SET LMS-CONFIRMADA TO TRUE
                   MOVE WS-OPERADOR-LOGIN TO LMS-REG-CONFIRMO
                   MOVE WS-AUD-FECHA TO LMS-REG-FECHA-CONF
                   MOVE WS-PROFE-GRUPO TO LMS-REG-PROFE-CLAVE
                   REWRITE LMS-REG-DOC
                       INVALID KEY
                           DISPLAY "**** ERROR AL CONFIRMAR "
                                   LMS-REG-CLAVE ", STATUS: "
                                   WS-STATUS-LMS
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-CONFIRMADOS
                   END-REWRITE
               END-IF
           END-IF.
           EXIT.

       100270-RESUELVE-PROFESOR.
           MOVE SPACES TO WS-PROF-NOMBRE-LK.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           MOVE MAT-REG-PROFE-CLAVE TO WS-PROF-CLAVE-LK.
           CALL "PROFESOR-SEARCH" USING
               WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK WS-PROF-ENCONTRADO.
           IF NOT PROFESOR-ENCONTRADO
               MOVE "** PROFESOR NO CATALOGADO **"
                   TO WS-PROF-NOMBRE-LK
           END-IF.
           EXIT.

       100290-AUDITA-CONFIRMA.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "LMS-CALIF" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|CONFIRMA MAT " DELIMITED BY SIZE
               WS-MAT-CAPTURA DELIMITED BY SIZE
               " P" DELIMITED BY SIZE
               WS-PARCIAL-NUM DELIMITED BY SIZE
               " PROF " DELIMITED BY SIZE
               WS-PROFE-GRUPO DELIMITED BY SIZE
               " REGS " DELIMITED BY SIZE
               WS-TOTAL-CONFIRMADOS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.
