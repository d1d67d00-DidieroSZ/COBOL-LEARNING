      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: NIGHTLY FEED FOR THE LEARNING PLATFORM (LMS) IN ITS
      *          BULK-UPLOAD CSV FORMAT "lms-carga-<yyyymmdd>.csv":
      *          UN CURSO POR MATERIA+GRUPO (MAT-REG-LLAVE) ABIERTO,
      *          SU PROFESOR COMO "teacher" Y CADA ALUMNO ACTIVO
      *          INSCRITO COMO "student". LAS BAJAS DESDE LA CORRIDA
      *          ANTERIOR (INSCRIPCIONES QUE ESTABAN EN
      *          "lms-referencia.txt" Y YA NO ESTAN) SALEN COMO
      *          "deleted" PARA DESMATRICULAR EN LA PLATAFORMA; AL
      *          TERMINAR SE GUARDA LA NUEVA REFERENCIA. CORRE SIN
      *          PREGUNTAS COMO PASO "LMS" DE LA CORRIDA NOCTURNA DE
      *          DRIVER-DIARIO-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMS-EXPORTA-DOC.

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

               SELECT MAT-DOC ASSIGN TO "materias.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAT-REG-LLAVE
                   FILE STATUS WS-STATUS-MAT.

               SELECT REP-LMS ASSIGN TO WS-REP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-REP.

               SELECT DOC-REFERENCIA
                   ASSIGN TO "lms-referencia.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-REF.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD MAT-DOC.
               COPY "MAT-REG-DOC.cpy".

           FD REP-LMS.
               01 LINEA-LMS PIC X(132).

           FD DOC-REFERENCIA.
      *    INSCRIPCIONES ENVIADAS EN LA CORRIDA ANTERIOR, EN ORDEN DE
      *    CLAVE DE ALUMNO (EL MISMO ORDEN DE "estudiantes.txt").
               01 REF-REG.
                   05 REF-CLAVE PIC 9(08).
                   05 REF-CURSO PIC X(06).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-REP PIC XX.
               05 WS-STATUS-REF PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-REP-FILENAME PIC X(30).
               05 WS-NOMBRE-CSV PIC X(40).
               05 WS-CURSO-NOMBRE PIC X(30).
               05 WS-DOCENTE-ID PIC X(04).
               05 WS-TOTAL-CURSOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-DOCENTES PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-ALUMNOS PIC 9(05) VALUE ZEROS.
               05 WS-TOTAL-BAJAS PIC 9(05) VALUE ZEROS.
               05 WS-SUB PIC 99.
               05 WS-SUB-CUR PIC 99.

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

      *    CURSOS DEL ALUMNO EN TURNO (SOLO SI ESTA ACTIVO).
           01 WS-ALUMNO-ACTUAL.
               05 WS-TOTAL-CUR PIC 99 VALUE ZEROS.
               05 WS-CUR-CURSO OCCURS 20 TIMES PIC X(06).

      *    REFERENCIA DE LA CORRIDA ANTERIOR Y LA NUEVA QUE SE ARMA
      *    EN ESTA; LA NUEVA SOLO SE GRABA AL TERMINAR, PARA QUE UNA
      *    CORRIDA CAIDA A LA MITAD NO PIERDA LAS BAJAS PENDIENTES.
           01 WS-REFERENCIA.
               05 WS-TOTAL-REF PIC 9(05) VALUE ZEROS.
               05 WS-TABLA-REF OCCURS 20000 TIMES.
                   10 WS-R-CLAVE PIC 9(08).
                   10 WS-R-CURSO PIC X(06).
               05 WS-SUB-REF PIC 9(05) VALUE 1.
           01 WS-NUEVA-REF.
               05 WS-TOTAL-NVA PIC 9(05) VALUE ZEROS.
               05 WS-TABLA-NVA OCCURS 20000 TIMES.
                   10 WS-N-CLAVE PIC 9(08).
                   10 WS-N-CURSO PIC X(06).
               05 WS-SUB-NVA PIC 9(05).
           01 WS-MAX-REF PIC 9(05) VALUE 20000.

           01 SWITCHES.
               05 WS-FIN-EST PIC X VALUE "N".
                   88 FIN-ESTUDIANTES VALUE "S".
               05 WS-FIN-MAT PIC X VALUE "N".
                   88 FIN-MATERIAS VALUE "S".
               05 WS-FIN-REF PIC X VALUE "N".
                   88 FIN-REFERENCIA VALUE "S".
               05 WS-CURSO-HALLADO PIC X VALUE "N".
                   88 CURSO-VIGENTE VALUE "S".
               05 WS-TOPE-AVISADO PIC X VALUE "N".
                   88 TOPE-AVISADO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 100150-CARGA-REFERENCIA.
           PERFORM 100200-GET-FILENAME.
           OPEN OUTPUT REP-LMS.
           IF WS-STATUS-REP NOT = "00"
               DISPLAY "**** ERROR AL CREAR " WS-REP-FILENAME
                       ", STATUS: " WS-STATUS-REP
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100300-ENCABEZADO.
           PERFORM 100400-CURSOS.
           PERFORM 100500-INSCRIPCIONES.
           CLOSE REP-LMS.
           PERFORM 100700-GUARDA-REFERENCIA.
           PERFORM 100800-AUDITA-CORRIDA.
           DISPLAY "**** " FUNCTION TRIM(WS-REP-FILENAME) ": "
                   WS-TOTAL-CURSOS " CURSOS, "
                   WS-TOTAL-DOCENTES " PROFESORES, "
                   WS-TOTAL-ALUMNOS " ALUMNOS, "
                   WS-TOTAL-BAJAS " BAJAS ***".
           EXIT.

       100150-CARGA-REFERENCIA.
           OPEN INPUT DOC-REFERENCIA.
           IF WS-STATUS-REF NOT = "00"
               DISPLAY "**** SIN LMS-REFERENCIA.TXT; ESTA CORRIDA NO "
                       "EMITE BAJAS ***"
           ELSE
               PERFORM UNTIL FIN-REFERENCIA
                   READ DOC-REFERENCIA
                       AT END
                           SET FIN-REFERENCIA TO TRUE
                       NOT AT END
                           IF WS-TOTAL-REF < WS-MAX-REF
                               ADD 1 TO WS-TOTAL-REF
                               MOVE REF-CLAVE TO
                                   WS-R-CLAVE(WS-TOTAL-REF)
                               MOVE REF-CURSO TO
                                   WS-R-CURSO(WS-TOTAL-REF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-REFERENCIA
           END-IF.
           MOVE 1 TO WS-SUB-REF.
           EXIT.

       100200-GET-FILENAME.
           INITIALIZE WS-REP-FILENAME.
           STRING
               "lms-carga-" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
           INTO WS-REP-FILENAME.
           EXIT.

       100300-ENCABEZADO.
      *    RENGLON DE COLUMNAS QUE EXIGE LA CARGA MASIVA DE LA
      *    PLATAFORMA; "tipo" DISTINGUE CURSO DE MATRICULA.
           INITIALIZE LINEA-LMS.
           STRING
               "tipo,curso_id,nombre_curso," DELIMITED BY SIZE
               "usuario_id,nombre_usuario,rol,estado" DELIMITED BY SIZE
           INTO LINEA-LMS.
           WRITE LINEA-LMS.
           EXIT.

       100400-CURSOS.
      *    UN CURSO POR GRUPO ABIERTO; LOS CERRADOS POR BAJA
      *    INSCRIPCION (CIERRA-GRUPOS-DOC) NO SE ENVIAN.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT NOT = "00"
               DISPLAY "**** ERROR AL ABRIR MATERIAS.TXT, STATUS: "
                       WS-STATUS-MAT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-MATERIAS
               READ MAT-DOC NEXT RECORD
                   AT END
                       SET FIN-MATERIAS TO TRUE
                   NOT AT END
                       IF MAT-REG-ESTATUS = SPACE
                           OR MAT-REG-ESTATUS = "A"
                           PERFORM 100410-ESCRIBE-CURSO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAT-DOC.
           EXIT.

       100410-ESCRIBE-CURSO.
           INITIALIZE WS-CURSO-NOMBRE.
           STRING
               FUNCTION TRIM(MAT-REG-NOMBRE) DELIMITED BY SIZE
               " GPO " DELIMITED BY SIZE
               MAT-REG-GRUPO DELIMITED BY SIZE
           INTO WS-CURSO-NOMBRE.
           INSPECT WS-CURSO-NOMBRE REPLACING ALL "," BY ";".
           INITIALIZE LINEA-LMS.
           STRING
               "course," DELIMITED BY SIZE
               MAT-REG-LLAVE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURSO-NOMBRE) DELIMITED BY SIZE
               ",,,,active" DELIMITED BY SIZE
           INTO LINEA-LMS.
           WRITE LINEA-LMS.
           ADD 1 TO WS-TOTAL-CURSOS.
      *    EL PROFESOR VIAJA COMO "P" + SU CLAVE DE PROFESORES.TXT
      *    PARA NO CHOCAR CON LAS CLAVES DE ALUMNO.
           IF MAT-REG-PROFE-CLAVE NOT = ZEROS
               MOVE SPACES TO WS-PROF-NOMBRE-LK
               MOVE "N" TO WS-PROF-ENCONTRADO
               MOVE MAT-REG-PROFE-CLAVE TO WS-PROF-CLAVE-LK
               CALL "PROFESOR-SEARCH" USING
                   WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK
                   WS-PROF-ENCONTRADO
               MOVE WS-PROF-NOMBRE-LK TO WS-NOMBRE-CSV
               INSPECT WS-NOMBRE-CSV REPLACING ALL "," BY ";"
               INITIALIZE WS-DOCENTE-ID
               STRING
                   "P" DELIMITED BY SIZE
                   MAT-REG-PROFE-CLAVE DELIMITED BY SIZE
               INTO WS-DOCENTE-ID
               INITIALIZE LINEA-LMS
               STRING
                   "enrollment," DELIMITED BY SIZE
                   MAT-REG-LLAVE DELIMITED BY SIZE
                   ",," DELIMITED BY SIZE
                   WS-DOCENTE-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOMBRE-CSV) DELIMITED BY SIZE
                   ",teacher,active" DELIMITED BY SIZE
               INTO LINEA-LMS
               WRITE LINEA-LMS
               ADD 1 TO WS-TOTAL-DOCENTES
           END-IF.
           EXIT.

       100500-INSCRIPCIONES.
      *    RECORRE EL MAESTRO EN ORDEN DE CLAVE JUNTO CON LA
      *    REFERENCIA (QUE VIENE EN EL MISMO ORDEN): LO QUE LA
      *    REFERENCIA TENIA Y EL ALUMNO YA NO, ES BAJA.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ERROR AL ABRIR ESTUDIANTES.TXT, STATUS: "
                       WS-STATUS-EST
      *        SIN MAESTRO NO SE PUEDE SABER QUE ES BAJA; SE CONSERVA
      *        LA REFERENCIA ANTERIOR TAL CUAL.
               MOVE WS-TOTAL-REF TO WS-TOTAL-NVA
               PERFORM VARYING WS-SUB-NVA FROM 1 BY 1
                       UNTIL WS-SUB-NVA > WS-TOTAL-REF
                   MOVE WS-TABLA-REF(WS-SUB-NVA)
                       TO WS-TABLA-NVA(WS-SUB-NVA)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ESTUDIANTES
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ESTUDIANTES TO TRUE
                   NOT AT END
                       PERFORM 100510-PROCESA-ALUMNO
               END-READ
           END-PERFORM.
           CLOSE DOC-EST.
      *    LO QUE QUEDO EN LA REFERENCIA DESPUES DEL ULTIMO ALUMNO
      *    (CLAVES BORRADAS DEL MAESTRO) TAMBIEN ES BAJA.
           PERFORM UNTIL WS-SUB-REF > WS-TOTAL-REF
               PERFORM 100560-ESCRIBE-BAJA
               ADD 1 TO WS-SUB-REF
           END-PERFORM.
           EXIT.

       100510-PROCESA-ALUMNO.
           MOVE ZEROS TO WS-TOTAL-CUR.
           IF EST-ACTIVO OR EST-REG-ESTATUS = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
                   IF EST-REG-MATERIA-TABLA(WS-SUB) NOT = "000000"
                       AND EST-REG-MATERIA-TABLA(WS-SUB) NOT = SPACES
                       ADD 1 TO WS-TOTAL-CUR
                       MOVE EST-REG-MATERIA-TABLA(WS-SUB)
                           TO WS-CUR-CURSO(WS-TOTAL-CUR)
                   END-IF
               END-PERFORM
           END-IF.
      *    CLAVES DE LA REFERENCIA ANTERIORES A ESTE ALUMNO YA NO
      *    ESTAN EN EL MAESTRO.
           PERFORM UNTIL WS-SUB-REF > WS-TOTAL-REF
                   OR WS-R-CLAVE(WS-SUB-REF) >= EST-REG-CLAVE
               PERFORM 100560-ESCRIBE-BAJA
               ADD 1 TO WS-SUB-REF
           END-PERFORM.
           PERFORM UNTIL WS-SUB-REF > WS-TOTAL-REF
                   OR WS-R-CLAVE(WS-SUB-REF) NOT = EST-REG-CLAVE
               MOVE "N" TO WS-CURSO-HALLADO
               PERFORM VARYING WS-SUB-CUR FROM 1 BY 1
                       UNTIL WS-SUB-CUR > WS-TOTAL-CUR
                   IF WS-CUR-CURSO(WS-SUB-CUR) = WS-R-CURSO(WS-SUB-REF)
                       SET CURSO-VIGENTE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CURSO-VIGENTE
                   PERFORM 100560-ESCRIBE-BAJA
               END-IF
               ADD 1 TO WS-SUB-REF
           END-PERFORM.
           PERFORM VARYING WS-SUB-CUR FROM 1 BY 1
                   UNTIL WS-SUB-CUR > WS-TOTAL-CUR
               PERFORM 100550-ESCRIBE-ALUMNO
           END-PERFORM.
           EXIT.

       100550-ESCRIBE-ALUMNO.
           MOVE EST-REG-NOMBRE TO WS-NOMBRE-CSV.
           INSPECT WS-NOMBRE-CSV REPLACING ALL "," BY ";".
           INITIALIZE LINEA-LMS.
           STRING
               "enrollment," DELIMITED BY SIZE
               WS-CUR-CURSO(WS-SUB-CUR) DELIMITED BY SIZE
               ",," DELIMITED BY SIZE
               EST-REG-CLAVE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOMBRE-CSV) DELIMITED BY SIZE
               ",student,active" DELIMITED BY SIZE
           INTO LINEA-LMS.
           WRITE LINEA-LMS.
           ADD 1 TO WS-TOTAL-ALUMNOS.
           IF WS-TOTAL-NVA < WS-MAX-REF
               ADD 1 TO WS-TOTAL-NVA
               MOVE EST-REG-CLAVE TO WS-N-CLAVE(WS-TOTAL-NVA)
               MOVE WS-CUR-CURSO(WS-SUB-CUR)
                   TO WS-N-CURSO(WS-TOTAL-NVA)
           ELSE
               IF NOT TOPE-AVISADO
                   SET TOPE-AVISADO TO TRUE
                   DISPLAY "**** MAS DE " WS-MAX-REF " INSCRIPCIONES;"
                           " LAS EXCEDENTES NO QUEDAN EN LA "
                           "REFERENCIA ***"
               END-IF
           END-IF.
           EXIT.

       100560-ESCRIBE-BAJA.
           INITIALIZE LINEA-LMS.
           STRING
               "enrollment," DELIMITED BY SIZE
               WS-R-CURSO(WS-SUB-REF) DELIMITED BY SIZE
               ",," DELIMITED BY SIZE
               WS-R-CLAVE(WS-SUB-REF) DELIMITED BY SIZE
               ",,student,deleted" DELIMITED BY SIZE
           INTO LINEA-LMS.
           WRITE LINEA-LMS.
           ADD 1 TO WS-TOTAL-BAJAS.
           EXIT.

       100700-GUARDA-REFERENCIA.
           OPEN OUTPUT DOC-REFERENCIA.
           PERFORM VARYING WS-SUB-NVA FROM 1 BY 1
                   UNTIL WS-SUB-NVA > WS-TOTAL-NVA
               MOVE WS-N-CLAVE(WS-SUB-NVA) TO REF-CLAVE
               MOVE WS-N-CURSO(WS-SUB-NVA) TO REF-CURSO
               WRITE REF-REG
           END-PERFORM.
           CLOSE DOC-REFERENCIA.
           EXIT.

       100800-AUDITA-CORRIDA.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "LMS-EXPORTA" DELIMITED BY SIZE
               "|NOCTURNO  |" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|CARGA LMS CURSOS " DELIMITED BY SIZE
               WS-TOTAL-CURSOS DELIMITED BY SIZE
               " ALUMNOS " DELIMITED BY SIZE
               WS-TOTAL-ALUMNOS DELIMITED BY SIZE
               " BAJAS " DELIMITED BY SIZE
               WS-TOTAL-BAJAS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM LMS-EXPORTA-DOC.
