      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY SCAN OF THE
      *          SATELLITE FILES KEYED BY STUDENT CLAVE: "becas.txt",
      *          "tutores.txt", "familias.txt", "demograficos.txt",
      *          "expedientes.txt", "incidentes.txt", "convenios.txt",
      *          "pagos.txt", "asistencia.txt", "lista-espera.txt",
      *          "sin-derecho.txt" Y "extraordinarios.txt". REPORTA EN
      *          "REP-INTEGRIDAD.txt" LAS CLAVES HUERFANAS (SIN ALUMNO
      *          EN "estudiantes.txt"), LAS MATERIAS QUE NO EXISTEN EN
      *          "materias.txt", LAS ESPERAS EN GRUPOS CERRADOS, LOS
      *          TUTORES Y PROFESORES DE MATERIA QUE NO ESTAN EN
      *          "profesores.txt" Y LOS DATOS PERSONALES QUE SIGUEN
      *          VIVOS EN CLAVES QUE RETENCION-DOC YA ANONIMIZO. CIERRA
      *          CON UNA MATRIZ DE CONTEOS POR ARCHIVO Y POR TIPO DE
      *          ERROR. COMPLEMENTA A CALIDAD-DATOS-DOC (MAESTRO) Y A
      *          RECONCILIA-MATERIAS-DOC (CLAVES DE MATERIA). SOLO LEE;
      *          NO CORRIGE NADA. CORRE SIN PREGUNTAS COMO PASO
      *          "INTEGRIDAD" DE DRIVER-DIARIO-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD-REFERENCIAL-DOC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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

               SELECT DOC-PROF ASSIGN TO "profesores.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PROF-REG-CLAVE
                   FILE STATUS WS-STATUS-PROF.

               SELECT DOC-BECAS ASSIGN TO "becas.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BEC-REG-CLAVE
                   FILE STATUS WS-STATUS-SAT.

               SELECT DOC-TUTORES ASSIGN TO "tutores.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TUT-REG-CLAVE
                   FILE STATUS WS-STATUS-SAT.

               SELECT DOC-FAMILIAS ASSIGN TO "familias.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FAM-REG-CLAVE
                   FILE STATUS WS-STATUS-SAT.

               SELECT DOC-DEMOGRAFICOS ASSIGN TO "demograficos.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DEM-REG-CLAVE
                   FILE STATUS WS-STATUS-SAT.

               SELECT DOC-EXPEDIENTES ASSIGN TO "expedientes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EXP-REG-LLAVE
                   FILE STATUS WS-STATUS-SAT.

               SELECT DOC-INCIDENTES ASSIGN TO "incidentes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-SAT.

               SELECT DOC-CONVENIOS ASSIGN TO "convenios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-SAT.

               SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-SAT.

               SELECT DOC-ASISTENCIA ASSIGN TO "asistencia.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ASI-REG-LLAVE
                   FILE STATUS WS-STATUS-SAT.

               SELECT DOC-ESPERA ASSIGN TO "lista-espera.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-SAT.

               SELECT DOC-SD ASSIGN TO "sin-derecho.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-SAT.

               SELECT DOC-EXT ASSIGN TO "extraordinarios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-SAT.

               SELECT REP-INTEGRIDAD ASSIGN TO "REP-INTEGRIDAD.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD MAT-DOC.
               COPY "MAT-REG-DOC.cpy".

           FD DOC-PROF.
               COPY "PROF-REG-DOC.cpy".

           FD DOC-BECAS.
           01 BEC-REG-DOC.
               05 BEC-REG-CLAVE PIC 9(08).
               05 BEC-REG-TIPO PIC X(12).
               05 BEC-REG-PORCENTAJE PIC 9(03).
               05 BEC-REG-ESTATUS PIC X(01).
               05 BEC-REG-FECHA PIC 9(08).

           FD DOC-TUTORES.
           01 TUT-REG-DOC.
               05 TUT-REG-CLAVE PIC 9(08).
               05 TUT-REG-PROFE PIC 9(03).
               05 TUT-REG-FECHA PIC 9(08).

           FD DOC-FAMILIAS.
           01 FAM-REG-DOC.
               05 FAM-REG-CLAVE PIC 9(08).
               05 FAM-REG-FAMILIA PIC 9(06).

           FD DOC-DEMOGRAFICOS.
           01 DEM-REG-DOC.
               05 DEM-REG-CLAVE PIC 9(08).
               05 DEM-REG-FECHA-NAC PIC 9(08).
               05 DEM-REG-DIRECCION PIC X(60).
               05 DEM-REG-TUTOR PIC X(40).
               05 DEM-REG-CONTACTO-EMER PIC X(40).
               05 DEM-REG-TEL-EMER PIC X(10).
               05 DEM-REG-CURP PIC X(18).

           FD DOC-EXPEDIENTES.
           01 EXP-REG-DOC.
               05 EXP-REG-LLAVE.
                   10 EXP-REG-CLAVE PIC 9(08).
                   10 EXP-REG-DOCUMENTO PIC 9(02).
               05 EXP-REG-ESTADO PIC X(01).
               05 EXP-REG-FECHA-ENT PIC 9(08).
               05 EXP-REG-FECHA-LIM PIC 9(08).

           FD DOC-INCIDENTES.
           01 INC-REG-DOC.
               05 INC-REG-CLAVE PIC 9(08).
               05 INC-REG-FECHA PIC 9(08).
               05 INC-REG-TIPO PIC X(12).
               05 INC-REG-SEVERIDAD PIC 9(01).
               05 INC-REG-OPERADOR PIC X(10).
               05 INC-REG-DESCRIPCION PIC X(60).

           FD DOC-CONVENIOS.
           01 CNV-REG.
               05 CNV-CLAVE PIC 9(08).
               05 CNV-FECHA-CONV PIC 9(08).
               05 CNV-NUM PIC 9(02).
               05 CNV-FECHA-PAGO PIC 9(08).
               05 CNV-MONTO PIC 9(06)V99.
               05 CNV-AUTORIZA PIC X(10).

           FD DOC-PAGOS.
               COPY "PAG-REG-DOC.cpy".

           FD DOC-ASISTENCIA.
           01 ASI-REG-DOC.
               05 ASI-REG-LLAVE.
                   10 ASI-REG-CLAVE PIC 9(08).
                   10 ASI-REG-MATERIA PIC 9(06).
                   10 ASI-REG-FECHA PIC 9(08).
               05 ASI-REG-ESTADO PIC X(01).

           FD DOC-ESPERA.
           01 ESP-REG.
               05 ESP-MATERIA PIC 9(06).
               05 ESP-CLAVE PIC 9(08).
               05 ESP-FECHA PIC 9(08).

           FD DOC-SD.
           01 SD-REG.
               05 SD-CLAVE PIC 9(08).
               05 SD-MATERIA PIC X(06).
               05 SD-FECHA PIC 9(08).
               05 SD-ESTADO PIC X(01).

           FD DOC-EXT.
           01 EXT-REG-DOC.
               05 EXT-REG-CLAVE PIC 9(08).
               05 EXT-REG-MATERIA PIC 9(04).
               05 EXT-REG-FECHA PIC 9(08).
               05 EXT-REG-CALIF PIC 9(03)V9.
               05 EXT-REG-RESULTADO PIC X(01).

           FD REP-INTEGRIDAD.
               01 LINEA-TEMP PIC X(132).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-PROF PIC XX.
               05 WS-STATUS-SAT PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-DETALLE PIC X(60).
               05 WS-CLAVE-REV PIC 9(08).
               05 WS-LLAVE-MAT PIC X(06).
               05 WS-PROFE-REV PIC 9(03).
               05 WS-TOTAL-LEIDOS PIC 9(07) VALUE ZEROS.
               05 WS-TOTAL-OFENSAS PIC 9(07) VALUE ZEROS.

      *    LO ULTIMO REPORTADO EN EL ARCHIVO EN TURNO: LOS ARCHIVOS
      *    CON VARIOS REGISTROS POR ALUMNO (ASISTENCIA, EXPEDIENTES)
      *    NO REPITEN LA MISMA CLAVE O LA MISMA MATERIA POR CADA UNO.
           01 WS-ULTIMOS.
               05 WS-ULT-HUERFANA PIC 9(08).
               05 WS-ULT-MATERIA.
                   10 WS-ULT-MAT-CLAVE PIC 9(08).
                   10 WS-ULT-MAT-LLAVE PIC X(06).

      *    RENGLONES DE LA MATRIZ: EL MAESTRO, EL CATALOGO DE
      *    MATERIAS Y LOS DOCE ARCHIVOS SATELITE, EN EL ORDEN EN QUE
      *    SE REVISAN.
           01 WS-ARCHIVOS-VALUES.
               05 FILLER PIC X(16) VALUE "ESTUDIANTES".
               05 FILLER PIC X(16) VALUE "MATERIAS".
               05 FILLER PIC X(16) VALUE "BECAS".
               05 FILLER PIC X(16) VALUE "TUTORES".
               05 FILLER PIC X(16) VALUE "FAMILIAS".
               05 FILLER PIC X(16) VALUE "DEMOGRAFICOS".
               05 FILLER PIC X(16) VALUE "EXPEDIENTES".
               05 FILLER PIC X(16) VALUE "INCIDENTES".
               05 FILLER PIC X(16) VALUE "CONVENIOS".
               05 FILLER PIC X(16) VALUE "PAGOS".
               05 FILLER PIC X(16) VALUE "ASISTENCIA".
               05 FILLER PIC X(16) VALUE "LISTA-ESPERA".
               05 FILLER PIC X(16) VALUE "SIN-DERECHO".
               05 FILLER PIC X(16) VALUE "EXTRAORDINARIOS".
           01 WS-ARCHIVOS REDEFINES WS-ARCHIVOS-VALUES.
               05 WS-ARC-NOMBRE OCCURS 14 TIMES PIC X(16).

      *    COLUMNAS DE LA MATRIZ: LOS TIPOS DE ERROR.
           01 WS-TIPOS-VALUES.
               05 FILLER PIC X(12) VALUE "HUERFANA".
               05 FILLER PIC X(12) VALUE "SIN-MATERIA".
               05 FILLER PIC X(12) VALUE "GPO-CERRADO".
               05 FILLER PIC X(12) VALUE "SIN-PROFESOR".
               05 FILLER PIC X(12) VALUE "DATOS-VIVOS".
           01 WS-TIPOS REDEFINES WS-TIPOS-VALUES.
               05 WS-TIPO-NOMBRE OCCURS 5 TIMES PIC X(12).

           01 WS-MATRIZ.
               05 WS-MAT-RENGLON OCCURS 14 TIMES.
                   10 WS-MAT-LEIDOS PIC 9(07).
                   10 WS-MAT-CONTEO OCCURS 5 TIMES PIC 9(07).
                   10 WS-MAT-TOTAL PIC 9(07).
               05 WS-MAT-TOT-TIPO OCCURS 5 TIMES PIC 9(07).

           01 WS-LINEA-MATRIZ.
               05 WS-LM-ARCHIVO PIC X(16).
               05 WS-LM-LEIDOS PIC Z,ZZZ,ZZ9.
               05 WS-LM-CELDA OCCURS 5 TIMES.
                   10 FILLER PIC X(04).
                   10 WS-LM-CONTEO PIC Z,ZZZ,ZZ9.
               05 FILLER PIC X(04).
               05 WS-LM-TOTAL PIC Z,ZZZ,ZZ9.

           01 WS-SUBSCRIPTS.
               05 WS-ARC-IDX PIC 99.
               05 WS-TIPO-IDX PIC 9.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-ALUMNO PIC X VALUE "N".
                   88 ALUMNO-EXISTE VALUE "S".
               05 WS-ANONIMO PIC X VALUE "N".
                   88 ALUMNO-ANONIMIZADO VALUE "S".
               05 WS-MATERIA-OK PIC X VALUE "N".
                   88 MATERIA-EXISTE VALUE "S".
               05 WS-PROFE-OK PIC X VALUE "N".
                   88 PROFESOR-EXISTE VALUE "S".
               05 WS-SAT-ABIERTO PIC X VALUE "N".
                   88 SATELITE-ABIERTO VALUE "S".
               05 WS-MAT-ABIERTO PIC X VALUE "N".
                   88 MATERIAS-DISPONIBLE VALUE "S".
               05 WS-PROF-ABIERTO PIC X VALUE "N".
                   88 PROFESORES-DISPONIBLE VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       GOBACK.

       100-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           INITIALIZE WS-MATRIZ.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ERROR AL ABRIR ESTUDIANTES.TXT, STATUS: "
                       WS-STATUS-EST " ***"
               EXIT PARAGRAPH
           END-IF.
      *    SIN CATALOGO DE MATERIAS O DE PROFESORES SE OMITEN SOLO
      *    LAS REVISIONES CONTRA ESE CATALOGO; LAS CLAVES HUERFANAS
      *    SE REVISAN DE TODOS MODOS.
           OPEN INPUT MAT-DOC.
           IF WS-STATUS-MAT = "00"
               SET MATERIAS-DISPONIBLE TO TRUE
           END-IF.
           OPEN INPUT DOC-PROF.
           IF WS-STATUS-PROF = "00"
               SET PROFESORES-DISPONIBLE TO TRUE
           END-IF.
           OPEN OUTPUT REP-INTEGRIDAD.
           PERFORM 100050-ENCABEZADO.
           PERFORM 100100-REVISA-MAESTRO.
           PERFORM 100150-REVISA-MATERIAS.
           PERFORM 100200-REVISA-BECAS.
           PERFORM 100210-REVISA-TUTORES.
           PERFORM 100220-REVISA-FAMILIAS.
           PERFORM 100230-REVISA-DEMOGRAFICOS.
           PERFORM 100240-REVISA-EXPEDIENTES.
           PERFORM 100250-REVISA-INCIDENTES.
           PERFORM 100260-REVISA-CONVENIOS.
           PERFORM 100270-REVISA-PAGOS.
           PERFORM 100280-REVISA-ASISTENCIA.
           PERFORM 100290-REVISA-ESPERA.
           PERFORM 100300-REVISA-SIN-DERECHO.
           PERFORM 100310-REVISA-EXTRAORDINARIOS.
           PERFORM 100600-MATRIZ.
           CLOSE DOC-EST.
           IF MATERIAS-DISPONIBLE
               CLOSE MAT-DOC
           END-IF.
           IF PROFESORES-DISPONIBLE
               CLOSE DOC-PROF
           END-IF.
           CLOSE REP-INTEGRIDAD.
           PERFORM 100800-AUDITA-CORRIDA.
           DISPLAY "**** INTEGRIDAD: " WS-TOTAL-LEIDOS
                   " REGISTROS REVISADOS, " WS-TOTAL-OFENSAS
                   " OFENSAS (REP-INTEGRIDAD.TXT) ***".
           EXIT.

       100050-ENCABEZADO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "INTEGRIDAD REFERENCIAL DE ARCHIVOS SATELITE AL "
                   DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF NOT MATERIAS-DISPONIBLE
               INITIALIZE LINEA-TEMP
               STRING
                   "MATERIAS.TXT NO DISPONIBLE (STATUS "
                       DELIMITED BY SIZE
                   WS-STATUS-MAT DELIMITED BY SIZE
                   "); SE OMITEN LAS REVISIONES DE MATERIA"
                       DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           IF NOT PROFESORES-DISPONIBLE
               INITIALIZE LINEA-TEMP
               STRING
                   "PROFESORES.TXT NO DISPONIBLE (STATUS "
                       DELIMITED BY SIZE
                   WS-STATUS-PROF DELIMITED BY SIZE
                   "); SE OMITEN LAS REVISIONES DE PROFESOR"
                       DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           INITIALIZE LINEA-TEMP.
           MOVE "ARCHIVO         |CLAVE   |TIPO        |DETALLE"
               TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100100-REVISA-MAESTRO.
      *    EN EL MAESTRO SOLO HAY QUE VER QUE LA ANONIMIZACION DE
      *    RETENCION-DOC HAYA BORRADO TELEFONO Y EMAIL.
           MOVE 1 TO WS-ARC-IDX.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       IF EST-REG-NOMBRE(1:11) = "ANONIMIZADO"
                           AND (EST-REG-TELEFONO NOT = SPACES
                               OR EST-REG-EMAIL NOT = SPACES)
                           MOVE EST-REG-CLAVE TO WS-CLAVE-REV
                           MOVE 5 TO WS-TIPO-IDX
                           MOVE "ANONIMIZADO CON TELEFONO O EMAIL"
                               TO WS-DETALLE
                           PERFORM 100500-ESCRIBE-OFENSA
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100150-REVISA-MATERIAS.
      *    CADA GRUPO CON PROFESOR ASIGNADO DEBE TENERLO EN EL
      *    CATALOGO DE PROFESORES.
           IF NOT MATERIAS-DISPONIBLE OR NOT PROFESORES-DISPONIBLE
               EXIT PARAGRAPH
           END-IF.
           MOVE 2 TO WS-ARC-IDX.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL FIN-ARCHIVO
               READ MAT-DOC NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       IF MAT-REG-PROFE-CLAVE NOT = ZEROS
                           MOVE MAT-REG-PROFE-CLAVE TO WS-PROFE-REV
                           PERFORM 100730-BUSCA-PROFESOR
                           IF NOT PROFESOR-EXISTE
                               MOVE ZEROS TO WS-CLAVE-REV
                               MOVE 4 TO WS-TIPO-IDX
                               INITIALIZE WS-DETALLE
                               STRING
                                   "GRUPO " DELIMITED BY SIZE
                                   MAT-REG-LLAVE DELIMITED BY SIZE
                                   " CON PROFESOR " DELIMITED BY SIZE
                                   WS-PROFE-REV DELIMITED BY SIZE
                                   " INEXISTENTE" DELIMITED BY SIZE
                               INTO WS-DETALLE
                               PERFORM 100500-ESCRIBE-OFENSA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100200-REVISA-BECAS.
           MOVE 3 TO WS-ARC-IDX.
           OPEN INPUT DOC-BECAS.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-BECAS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE BEC-REG-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-BECAS
           END-IF.
           EXIT.

       100210-REVISA-TUTORES.
           MOVE 4 TO WS-ARC-IDX.
           OPEN INPUT DOC-TUTORES.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-TUTORES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE TUT-REG-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
                       IF PROFESORES-DISPONIBLE
                           MOVE TUT-REG-PROFE TO WS-PROFE-REV
                           PERFORM 100730-BUSCA-PROFESOR
                           IF NOT PROFESOR-EXISTE
                               MOVE 4 TO WS-TIPO-IDX
                               INITIALIZE WS-DETALLE
                               STRING
                                   "TUTOR " DELIMITED BY SIZE
                                   WS-PROFE-REV DELIMITED BY SIZE
                                   " NO EXISTE EN PROFESORES.TXT"
                                       DELIMITED BY SIZE
                               INTO WS-DETALLE
                               PERFORM 100500-ESCRIBE-OFENSA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-TUTORES
           END-IF.
           EXIT.

       100220-REVISA-FAMILIAS.
           MOVE 5 TO WS-ARC-IDX.
           OPEN INPUT DOC-FAMILIAS.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-FAMILIAS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE FAM-REG-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-FAMILIAS
           END-IF.
           EXIT.

       100230-REVISA-DEMOGRAFICOS.
      *    DE UN ALUMNO ANONIMIZADO SOLO PUEDE QUEDAR LA CLAVE; LOS
      *    MISMOS CAMPOS QUE BORRA 100400-ANONIMIZA DE RETENCION-DOC.
           MOVE 6 TO WS-ARC-IDX.
           OPEN INPUT DOC-DEMOGRAFICOS.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-DEMOGRAFICOS NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE DEM-REG-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
                       IF ALUMNO-ANONIMIZADO
                           AND (DEM-REG-FECHA-NAC NOT = ZEROS
                               OR DEM-REG-DIRECCION NOT = SPACES
                               OR DEM-REG-TUTOR NOT = SPACES
                               OR DEM-REG-CONTACTO-EMER NOT = SPACES
                               OR DEM-REG-TEL-EMER NOT = SPACES
                               OR DEM-REG-CURP NOT = SPACES)
                           MOVE 5 TO WS-TIPO-IDX
                           MOVE "ANONIMIZADO CON DATOS DEMOGRAFICOS"
                               TO WS-DETALLE
                           PERFORM 100500-ESCRIBE-OFENSA
                       END-IF
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-DEMOGRAFICOS
           END-IF.
           EXIT.

       100240-REVISA-EXPEDIENTES.
           MOVE 7 TO WS-ARC-IDX.
           OPEN INPUT DOC-EXPEDIENTES.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-EXPEDIENTES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE EXP-REG-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-EXPEDIENTES
           END-IF.
           EXIT.

       100250-REVISA-INCIDENTES.
           MOVE 8 TO WS-ARC-IDX.
           OPEN INPUT DOC-INCIDENTES.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-INCIDENTES
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE INC-REG-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-INCIDENTES
           END-IF.
           EXIT.

       100260-REVISA-CONVENIOS.
           MOVE 9 TO WS-ARC-IDX.
           OPEN INPUT DOC-CONVENIOS.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-CONVENIOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE CNV-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-CONVENIOS
           END-IF.
           EXIT.

       100270-REVISA-PAGOS.
           MOVE 10 TO WS-ARC-IDX.
           OPEN INPUT DOC-PAGOS.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-PAGOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE PAG-REG-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-PAGOS
           END-IF.
           EXIT.

       100280-REVISA-ASISTENCIA.
           MOVE 11 TO WS-ARC-IDX.
           OPEN INPUT DOC-ASISTENCIA.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-ASISTENCIA NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE ASI-REG-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
                       MOVE ASI-REG-MATERIA TO WS-LLAVE-MAT
                       PERFORM 100420-REVISA-GRUPO
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-ASISTENCIA
           END-IF.
           EXIT.

       100290-REVISA-ESPERA.
      *    ADEMAS DEL GRUPO INEXISTENTE, UNA ESPERA EN UN GRUPO QUE
      *    CIERRA-GRUPOS-DOC YA CERRO NUNCA SE VA A PROMOVER.
           MOVE 12 TO WS-ARC-IDX.
           OPEN INPUT DOC-ESPERA.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-ESPERA
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE ESP-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
                       MOVE ESP-MATERIA TO WS-LLAVE-MAT
                       PERFORM 100420-REVISA-GRUPO
                       IF MATERIAS-DISPONIBLE AND MATERIA-EXISTE
                           AND MAT-REG-ESTATUS = "C"
                           MOVE 3 TO WS-TIPO-IDX
                           INITIALIZE WS-DETALLE
                           STRING
                               "ESPERA EN GRUPO CERRADO "
                                   DELIMITED BY SIZE
                               WS-LLAVE-MAT DELIMITED BY SIZE
                           INTO WS-DETALLE
                           PERFORM 100500-ESCRIBE-OFENSA
                       END-IF
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-ESPERA
           END-IF.
           EXIT.

       100300-REVISA-SIN-DERECHO.
           MOVE 13 TO WS-ARC-IDX.
           OPEN INPUT DOC-SD.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-SD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE SD-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
                       MOVE SD-MATERIA TO WS-LLAVE-MAT
                       PERFORM 100420-REVISA-GRUPO
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-SD
           END-IF.
           EXIT.

       100310-REVISA-EXTRAORDINARIOS.
      *    EL EXTRAORDINARIO GUARDA SOLO LA CLAVE DE MATERIA (SIN
      *    GRUPO); BASTA CON QUE EXISTA ALGUN GRUPO DE ELLA.
           MOVE 14 TO WS-ARC-IDX.
           OPEN INPUT DOC-EXT.
           PERFORM 100400-INICIA-ARCHIVO.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-EXT
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM 100900-CUENTA-LEIDO
                       MOVE EXT-REG-CLAVE TO WS-CLAVE-REV
                       PERFORM 100410-REVISA-CLAVE
                       IF MATERIAS-DISPONIBLE
                           PERFORM 100720-BUSCA-MATERIA-CLAVE
                           IF NOT MATERIA-EXISTE
                               MOVE 2 TO WS-TIPO-IDX
                               INITIALIZE WS-DETALLE
                               STRING
                                   "MATERIA " DELIMITED BY SIZE
                                   EXT-REG-MATERIA DELIMITED BY SIZE
                                   " SIN NINGUN GRUPO EN MATERIAS.TXT"
                                       DELIMITED BY SIZE
                               INTO WS-DETALLE
                               PERFORM 100500-ESCRIBE-OFENSA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF SATELITE-ABIERTO
               CLOSE DOC-EXT
           END-IF.
           EXIT.

       100400-INICIA-ARCHIVO.
      *    UN ARCHIVO QUE AUN NO EXISTE NO ES ERROR: ESE MODULO NO
      *    SE HA USADO. CUALQUIER OTRO STATUS SE ANOTA Y SE OMITE.
           MOVE ZEROS TO WS-ULT-HUERFANA.
           MOVE ZEROS TO WS-ULT-MAT-CLAVE.
           MOVE SPACES TO WS-ULT-MAT-LLAVE.
           MOVE "N" TO WS-FIN.
           MOVE "N" TO WS-SAT-ABIERTO.
           EVALUATE WS-STATUS-SAT
               WHEN "00"
                   SET SATELITE-ABIERTO TO TRUE
               WHEN "35"
                   SET FIN-ARCHIVO TO TRUE
               WHEN OTHER
                   SET FIN-ARCHIVO TO TRUE
                   INITIALIZE LINEA-TEMP
                   STRING
                       WS-ARC-NOMBRE(WS-ARC-IDX) DELIMITED BY SIZE
                       "|NO SE PUDO ABRIR, STATUS " DELIMITED BY SIZE
                       WS-STATUS-SAT DELIMITED BY SIZE
                       "; SE OMITE" DELIMITED BY SIZE
                   INTO LINEA-TEMP
                   WRITE LINEA-TEMP
           END-EVALUATE.
           EXIT.

       100410-REVISA-CLAVE.
      *    DEJA ALUMNO-EXISTE Y ALUMNO-ANONIMIZADO PARA LAS REVISIONES
      *    QUE SIGUEN SOBRE EL MISMO REGISTRO.
           PERFORM 100700-BUSCA-ALUMNO.
           IF NOT ALUMNO-EXISTE
               AND WS-CLAVE-REV NOT = WS-ULT-HUERFANA
               MOVE WS-CLAVE-REV TO WS-ULT-HUERFANA
               MOVE 1 TO WS-TIPO-IDX
               MOVE "CLAVE SIN ALUMNO EN ESTUDIANTES.TXT"
                   TO WS-DETALLE
               PERFORM 100500-ESCRIBE-OFENSA
           END-IF.
           EXIT.

       100420-REVISA-GRUPO.
      *    WS-LLAVE-MAT TRAE MATERIA + GRUPO, LA MISMA LLAVE DE
      *    MATERIAS.TXT.
           IF NOT MATERIAS-DISPONIBLE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100710-BUSCA-MATERIA.
           IF NOT MATERIA-EXISTE
               AND (WS-CLAVE-REV NOT = WS-ULT-MAT-CLAVE
                   OR WS-LLAVE-MAT NOT = WS-ULT-MAT-LLAVE)
               MOVE WS-CLAVE-REV TO WS-ULT-MAT-CLAVE
               MOVE WS-LLAVE-MAT TO WS-ULT-MAT-LLAVE
               MOVE 2 TO WS-TIPO-IDX
               INITIALIZE WS-DETALLE
               STRING
                   "GRUPO " DELIMITED BY SIZE
                   WS-LLAVE-MAT DELIMITED BY SIZE
                   " NO EXISTE EN MATERIAS.TXT" DELIMITED BY SIZE
               INTO WS-DETALLE
               PERFORM 100500-ESCRIBE-OFENSA
           END-IF.
           EXIT.

       100500-ESCRIBE-OFENSA.
           ADD 1 TO WS-TOTAL-OFENSAS.
           ADD 1 TO WS-MAT-CONTEO(WS-ARC-IDX, WS-TIPO-IDX).
           ADD 1 TO WS-MAT-TOTAL(WS-ARC-IDX).
           ADD 1 TO WS-MAT-TOT-TIPO(WS-TIPO-IDX).
           INITIALIZE LINEA-TEMP.
           STRING
               WS-ARC-NOMBRE(WS-ARC-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE-REV DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TIPO-NOMBRE(WS-TIPO-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-DETALLE DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100600-MATRIZ.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE "CONTEO POR ARCHIVO Y TIPO DE ERROR" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "ARCHIVO            LEIDOS" DELIMITED BY SIZE
               "     HUERFANA  SIN-MATERIA  GPO-CERRADO"
                   DELIMITED BY SIZE
               " SIN-PROFESOR  DATOS-VIVOS        TOTAL"
                   DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1 UNTIL WS-ARC-IDX > 14
               INITIALIZE WS-LINEA-MATRIZ
               MOVE WS-ARC-NOMBRE(WS-ARC-IDX) TO WS-LM-ARCHIVO
               MOVE WS-MAT-LEIDOS(WS-ARC-IDX) TO WS-LM-LEIDOS
               PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
                       UNTIL WS-TIPO-IDX > 5
                   MOVE WS-MAT-CONTEO(WS-ARC-IDX, WS-TIPO-IDX)
                       TO WS-LM-CONTEO(WS-TIPO-IDX)
               END-PERFORM
               MOVE WS-MAT-TOTAL(WS-ARC-IDX) TO WS-LM-TOTAL
               INITIALIZE LINEA-TEMP
               MOVE WS-LINEA-MATRIZ TO LINEA-TEMP
               WRITE LINEA-TEMP
           END-PERFORM.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE WS-LINEA-MATRIZ.
           MOVE "TOTAL" TO WS-LM-ARCHIVO.
           MOVE WS-TOTAL-LEIDOS TO WS-LM-LEIDOS.
           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1 UNTIL WS-TIPO-IDX > 5
               MOVE WS-MAT-TOT-TIPO(WS-TIPO-IDX)
                   TO WS-LM-CONTEO(WS-TIPO-IDX)
           END-PERFORM.
           MOVE WS-TOTAL-OFENSAS TO WS-LM-TOTAL.
           INITIALIZE LINEA-TEMP.
           MOVE WS-LINEA-MATRIZ TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100700-BUSCA-ALUMNO.
           MOVE "N" TO WS-ALUMNO.
           MOVE "N" TO WS-ANONIMO.
           MOVE WS-CLAVE-REV TO EST-REG-CLAVE.
           READ DOC-EST KEY IS EST-REG-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ALUMNO-EXISTE TO TRUE
                   IF EST-REG-NOMBRE(1:11) = "ANONIMIZADO"
                       SET ALUMNO-ANONIMIZADO TO TRUE
                   END-IF
           END-READ.
           EXIT.

       100710-BUSCA-MATERIA.
           MOVE "N" TO WS-MATERIA-OK.
           MOVE WS-LLAVE-MAT TO MAT-REG-LLAVE.
           READ MAT-DOC KEY IS MAT-REG-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MATERIA-EXISTE TO TRUE
           END-READ.
           EXIT.

       100720-BUSCA-MATERIA-CLAVE.
      *    SE POSICIONA EN EL PRIMER GRUPO DE LA MATERIA Y CONFIRMA
      *    QUE EL SIGUIENTE REGISTRO SEA DE LA MISMA CLAVE.
           MOVE "N" TO WS-MATERIA-OK.
           MOVE EXT-REG-MATERIA TO MAT-REG-CLAVE.
           MOVE ZEROS TO MAT-REG-GRUPO.
           START MAT-DOC KEY IS NOT LESS THAN MAT-REG-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MAT-DOC NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MAT-REG-CLAVE = EXT-REG-MATERIA
                               SET MATERIA-EXISTE TO TRUE
                           END-IF
                   END-READ
           END-START.
           EXIT.

       100730-BUSCA-PROFESOR.
           MOVE "N" TO WS-PROFE-OK.
           MOVE WS-PROFE-REV TO PROF-REG-CLAVE.
           READ DOC-PROF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PROFESOR-EXISTE TO TRUE
           END-READ.
           EXIT.

       100800-AUDITA-CORRIDA.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "INTEGRIDAD" DELIMITED BY SIZE
               "|NOCTURNO  |" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|REVISADOS " DELIMITED BY SIZE
               WS-TOTAL-LEIDOS DELIMITED BY SIZE
               " HUERFANAS " DELIMITED BY SIZE
               WS-MAT-TOT-TIPO(1) DELIMITED BY SIZE
               " OFENSAS " DELIMITED BY SIZE
               WS-TOTAL-OFENSAS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100900-CUENTA-LEIDO.
           ADD 1 TO WS-TOTAL-LEIDOS.
           ADD 1 TO WS-MAT-LEIDOS(WS-ARC-IDX).
           EXIT.

       END PROGRAM INTEGRIDAD-REFERENCIAL-DOC.
