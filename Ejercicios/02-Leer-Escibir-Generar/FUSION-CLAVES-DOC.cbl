      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: MERGE OF TWO STUDENT CLAVES THAT BELONG TO THE SAME
      *          PERSON (LOS PARES QUE LISTA DUPLICADOS-DOC). RECIBE
      *          LA CLAVE QUE SOBREVIVE Y LA QUE SE RETIRA, MUESTRA
      *          TODO LO QUE CUELGA DE LA RETIRADA Y, CON LA FIRMA DE
      *          UN SEGUNDO USUARIO CON ROL ADMIN, PASA AL
      *          SOBREVIVIENTE SUS MATERIAS (CON CALIFICACIONES),
      *          PAGOS, BECA, ASISTENCIA, EXPEDIENTE, INCIDENTES,
      *          TUTOR, FAMILIA Y DEMOGRAFICOS. CUANDO AMBAS CLAVES
      *          TIENEN EL MISMO DATO EL OPERADOR ELIGE CUAL SE QUEDA.
      *          LA RETIRADA QUEDA EN EL MAESTRO CON ESTATUS "F" Y SU
      *          APUNTADOR AL SOBREVIVIENTE EN "fusiones.txt". CADA
      *          REGISTRO MOVIDO O DESCARTADO VA A LA BITACORA SELLADA
      *          Y AL REPORTE "REP-FUSION-<retirada>.txt" PARA EL
      *          EXPEDIENTE DEL ALUMNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSION-CLAVES-DOC.

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
           FILE STATUS IS WS-STATUS-EST.
       SELECT DOC-FUSIONES ASSIGN TO "fusiones.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUS-REG-RETIRADA
           FILE STATUS IS WS-STATUS-FUS.
       SELECT DOC-PAGOS ASSIGN TO "pagos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAG.
       SELECT DOC-PAGOS-TMP ASSIGN TO "pagos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.
       SELECT DOC-INCIDENTES ASSIGN TO "incidentes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-INC.
       SELECT DOC-INCIDENTES-TMP ASSIGN TO "incidentes.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.
       SELECT DOC-BECAS ASSIGN TO "becas.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEC-REG-CLAVE
           FILE STATUS IS WS-STATUS-BEC.
       SELECT DOC-TUTORES ASSIGN TO "tutores.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TUT-REG-CLAVE
           FILE STATUS IS WS-STATUS-TUT.
       SELECT DOC-FAMILIAS ASSIGN TO "familias.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAM-REG-CLAVE
           FILE STATUS IS WS-STATUS-FAM.
       SELECT DOC-DEMOGRAFICOS ASSIGN TO "demograficos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEM-REG-CLAVE
           FILE STATUS IS WS-STATUS-DEM.
       SELECT DOC-ASISTENCIA ASSIGN TO "asistencia.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASI-REG-LLAVE
           FILE STATUS IS WS-STATUS-ASI.
       SELECT DOC-EXPEDIENTES ASSIGN TO "expedientes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXP-REG-LLAVE
           FILE STATUS IS WS-STATUS-EXP.
       SELECT REP-FUSION ASSIGN TO WS-REPORTE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-EST.
           COPY "EST-REG-DOC.cpy".

           FD DOC-FUSIONES.
      *    UN REGISTRO POR CLAVE RETIRADA: A QUIEN APUNTA, CUANDO Y
      *    QUIEN LA FUSIONO Y QUIEN LO AUTORIZO.
           01 FUS-REG-DOC.
               05 FUS-REG-RETIRADA PIC 9(08).
               05 FUS-REG-SOBREVIVE PIC 9(08).
               05 FUS-REG-FECHA PIC 9(08).
               05 FUS-REG-OPERADOR PIC X(10).
               05 FUS-REG-AUTORIZA PIC X(10).

           FD DOC-PAGOS.
           COPY "PAG-REG-DOC.cpy".

           FD DOC-PAGOS-TMP.
           01 PAG-REG-TMP PIC X(104).

           FD DOC-INCIDENTES.
           01 INC-REG-DOC.
               05 INC-REG-CLAVE PIC 9(08).
               05 INC-REG-FECHA PIC 9(08).
               05 INC-REG-TIPO PIC X(12).
               05 INC-REG-SEVERIDAD PIC 9(01).
               05 INC-REG-OPERADOR PIC X(10).
               05 INC-REG-DESCRIPCION PIC X(60).

           FD DOC-INCIDENTES-TMP.
           01 INC-REG-TMP PIC X(99).

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

           FD DOC-ASISTENCIA.
           01 ASI-REG-DOC.
               05 ASI-REG-LLAVE.
                   10 ASI-REG-CLAVE PIC 9(08).
                   10 ASI-REG-MATERIA PIC 9(06).
                   10 ASI-REG-FECHA PIC 9(08).
               05 ASI-REG-ESTADO PIC X(01).

           FD DOC-EXPEDIENTES.
           01 EXP-REG-DOC.
               05 EXP-REG-LLAVE.
                   10 EXP-REG-CLAVE PIC 9(08).
                   10 EXP-REG-DOCUMENTO PIC 9(02).
               05 EXP-REG-ESTADO PIC X(01).
               05 EXP-REG-FECHA-ENT PIC 9(08).
               05 EXP-REG-FECHA-LIM PIC 9(08).

           FD REP-FUSION.
           01 LINEA-TEMP PIC X(132).

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).
           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-FUS PIC XX.
               05 WS-STATUS-PAG PIC XX.
               05 WS-STATUS-INC PIC XX.
               05 WS-STATUS-TMP PIC XX.
               05 WS-STATUS-BEC PIC XX.
               05 WS-STATUS-TUT PIC XX.
               05 WS-STATUS-FAM PIC XX.
               05 WS-STATUS-DEM PIC XX.
               05 WS-STATUS-ASI PIC XX.
               05 WS-STATUS-EXP PIC XX.
               05 WS-STATUS-REP PIC XX.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-AUTORIZA-LOGIN PIC X(10) VALUE SPACES.
               05 WS-AUTORIZA-ROLES PIC X(05) VALUE "NNNNN".
               05 WS-AUTORIZA-FIRMADO PIC X VALUE "N".
                   88 AUTORIZANTE-FIRMADO VALUE "S".
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-CLAVE-SOBREVIVE PIC 9(08) VALUE ZEROS.
               05 WS-CLAVE-RETIRADA PIC 9(08) VALUE ZEROS.
               05 WS-NOMBRE-SOBREVIVE PIC X(40) VALUE SPACES.
               05 WS-CONFIRMA PIC X(03) VALUE SPACES.
               05 WS-ELECCION PIC X(01) VALUE SPACE.
                   88 CONSERVA-SOBREVIVIENTE VALUE "S".
                   88 CONSERVA-RETIRADA VALUE "R".
               05 WS-ARCHIVO PIC X(12) VALUE SPACES.
               05 WS-DETALLE PIC X(40) VALUE SPACES.
               05 WS-DETALLE-SOB PIC X(40) VALUE SPACES.
               05 WS-DETALLE-RET PIC X(40) VALUE SPACES.
               05 WS-ACCION PIC X(10) VALUE SPACES.
               05 WS-REPORTE-ARCHIVO PIC X(30) VALUE SPACES.
               05 WS-MONTO-EDIT PIC ZZZZZ9.99.
               05 WS-CALIF-EDIT PIC ZZ9.9.
      *    REGISTRO DE LA RETIRADA YA CON LA CLAVE DEL SOBREVIVIENTE,
      *    MIENTRAS SE LEE EL QUE EL SOBREVIVIENTE TENGA CON ESA LLAVE.
               05 WS-REGISTRO-GUARDA PIC X(200).

      *    MATERIAS DE LA CLAVE RETIRADA CON SUS CALIFICACIONES, Y LO
      *    QUE SE HIZO CON CADA UNA: "M" MOVIDA AL SOBREVIVIENTE, "D"
      *    DESCARTADA (EL OPERADOR CONSERVO LA DEL SOBREVIVIENTE), "P"
      *    PENDIENTE (EL SOBREVIVIENTE YA NO TIENE CASILLA LIBRE).
           01 WS-RETIRADA.
               05 WS-RET-NOMBRE PIC X(40).
               05 WS-RET-ENTRADA OCCURS 20 TIMES.
                   10 WS-RET-MATERIA.
                       15 WS-RET-MAT-CLAVE PIC 9(04).
                       15 WS-RET-MAT-GRUPO PIC 9(02).
                   10 WS-RET-CALIFS PIC X(16).
                   10 WS-RET-DESTINO PIC X(01).
                       88 RET-MOVIDA VALUE "M".
                       88 RET-DESCARTADA VALUE "D".
                       88 RET-PENDIENTE VALUE "P".

      *    VISTA DE LAS CALIFICACIONES DE UNA CASILLA, IGUAL QUE
      *    EST-REG-CALIF-ENT DEL MAESTRO.
           01 WS-CALIF-VISTA.
               05 WS-CV-PARCIAL OCCURS 3 TIMES PIC 9(03)V9.
               05 WS-CV-FINAL PIC 9(03)V9.

      *    LO ENCONTRADO PARA LA RETIRADA ANTES DE CONFIRMAR.
           01 WS-INVENTARIO.
               05 WS-INV-MATERIAS PIC 9(05) VALUE ZEROS.
               05 WS-INV-PAGOS PIC 9(05) VALUE ZEROS.
               05 WS-INV-INCIDENTES PIC 9(05) VALUE ZEROS.
               05 WS-INV-BECAS PIC 9(05) VALUE ZEROS.
               05 WS-INV-TUTORES PIC 9(05) VALUE ZEROS.
               05 WS-INV-FAMILIAS PIC 9(05) VALUE ZEROS.
               05 WS-INV-DEMOGRAFICOS PIC 9(05) VALUE ZEROS.
               05 WS-INV-ASISTENCIA PIC 9(05) VALUE ZEROS.
               05 WS-INV-EXPEDIENTES PIC 9(05) VALUE ZEROS.
               05 WS-INV-CUENTA PIC 9(05) VALUE ZEROS.
               05 WS-INV-TOTAL PIC 9(06) VALUE ZEROS.

           01 WS-CONTADORES.
               05 WS-TOTAL-MOVIDOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-DESCARTADOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-PENDIENTES PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-APUNTADORES PIC 9(06) VALUE ZEROS.

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
               05 WS-SUB-SOB PIC 99.
               05 WS-SUB-LIBRE PIC 99.

           01 FORMATO.
               05 LINEA-TERISCO PIC X(132) VALUE ALL "*".
               05 LINEA-TABLA PIC X(132) VALUE ALL "_".

           01 SWITCHES.
               05 WS-CLAVES-OK PIC X VALUE "N".
                   88 CLAVES-VALIDAS VALUE "S".
               05 WS-AUTORIZADA PIC X VALUE "N".
                   88 FUSION-AUTORIZADA VALUE "S".
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-HALLADO PIC X VALUE "N".
                   88 REGISTRO-HALLADO VALUE "S".
               05 WS-BEC-ABIERTO PIC X VALUE "N".
                   88 BECAS-ABIERTO VALUE "S".
               05 WS-TUT-ABIERTO PIC X VALUE "N".
                   88 TUTORES-ABIERTO VALUE "S".
               05 WS-FAM-ABIERTO PIC X VALUE "N".
                   88 FAMILIAS-ABIERTO VALUE "S".
               05 WS-DEM-ABIERTO PIC X VALUE "N".
                   88 DEMOGRAFICOS-ABIERTO VALUE "S".
               05 WS-ASI-ABIERTO PIC X VALUE "N".
                   88 ASISTENCIA-ABIERTO VALUE "S".
               05 WS-EXP-ABIERTO PIC X VALUE "N".
                   88 EXPEDIENTES-ABIERTO VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "FUSION-CLAVES-DOC".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
       IF NOT SESION-FIRMADA
           GOBACK
       END-IF.
       OPEN I-O DOC-EST.
       IF WS-STATUS-EST NOT = "00"
           DISPLAY "**** ERROR AL ABRIR ESTUDIANTES.TXT, STATUS: "
                   WS-STATUS-EST " ***"
           GOBACK
       END-IF.
       PERFORM 100100-CAPTURA-CLAVES.
       IF CLAVES-VALIDAS
           PERFORM 100150-ABRE-SATELITES
           PERFORM 100200-INVENTARIO
           PERFORM 100300-CONFIRMA
           IF FUSION-AUTORIZADA
               PERFORM 100400-FUSIONA
           ELSE
               MOVE "FUSION NO REALIZADA; SIN CAMBIOS" TO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF
           PERFORM 100950-CIERRA-SATELITES
           CLOSE REP-FUSION
           DISPLAY "**** REPORTE: " WS-REPORTE-ARCHIVO
       END-IF.
       CLOSE DOC-EST.
       GOBACK.

       100001-CAPTURA-OPERADOR.
      *    LA FUSION REESCRIBE EL MAESTRO; PIDE ROL DE CORRECCION.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           IF SESION-FIRMADA
               AND WS-ROLES-SESION(2:1) NOT = "S"
               DISPLAY "**** EL USUARIO NO TIENE ROL DE CORRECCION ***"
               MOVE "N" TO WS-FIRMADO
           END-IF.
           EXIT.

       100100-CAPTURA-CLAVES.
           DISPLAY "----------------------------------------".
           DISPLAY "---- FUSION DE CLAVES DUPLICADAS ----".
           DISPLAY "----------------------------------------".
           DISPLAY "LOG -- CLAVE QUE SOBREVIVE: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-SOBREVIVE.
           DISPLAY "LOG -- CLAVE QUE SE RETIRA: " WITH NO ADVANCING.
           ACCEPT WS-CLAVE-RETIRADA.
           IF WS-CLAVE-SOBREVIVE = WS-CLAVE-RETIRADA
               DISPLAY "**** LAS DOS CLAVES SON IGUALES ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLAVE-SOBREVIVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   DISPLAY "**** LA CLAVE QUE SOBREVIVE NO EXISTE ***"
                   EXIT PARAGRAPH
           END-READ.
           IF EST-FUSIONADO
               DISPLAY "**** LA CLAVE QUE SOBREVIVE YA FUE FUSIONADA "
                       "EN OTRA ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE EST-REG-NOMBRE TO WS-NOMBRE-SOBREVIVE.
           DISPLAY "SOBREVIVE: " WS-CLAVE-SOBREVIVE " "
                   FUNCTION TRIM(EST-REG-NOMBRE).
           MOVE WS-CLAVE-RETIRADA TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   DISPLAY "**** LA CLAVE QUE SE RETIRA NO EXISTE ***"
                   EXIT PARAGRAPH
           END-READ.
           IF EST-FUSIONADO
               DISPLAY "**** LA CLAVE QUE SE RETIRA YA ESTA "
                       "FUSIONADA ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SE RETIRA: " WS-CLAVE-RETIRADA " "
                   FUNCTION TRIM(EST-REG-NOMBRE).
           MOVE EST-REG-NOMBRE TO WS-RET-NOMBRE.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               MOVE EST-REG-MATERIA-TABLA(WS-SUB)
                   TO WS-RET-MATERIA(WS-SUB)
               MOVE EST-REG-CALIF-ENT(WS-SUB) TO WS-RET-CALIFS(WS-SUB)
               MOVE SPACE TO WS-RET-DESTINO(WS-SUB)
           END-PERFORM.
           SET CLAVES-VALIDAS TO TRUE.
           INITIALIZE WS-REPORTE-ARCHIVO.
           STRING
               "REP-FUSION-" DELIMITED BY SIZE
               WS-CLAVE-RETIRADA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
           INTO WS-REPORTE-ARCHIVO.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT REP-FUSION.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "FUSION DE CLAVES DEL " DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "   OPERADOR: " DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "SOBREVIVE: " DELIMITED BY SIZE
               WS-CLAVE-SOBREVIVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOMBRE-SOBREVIVE DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "SE RETIRA: " DELIMITED BY SIZE
               WS-CLAVE-RETIRADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RET-NOMBRE DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TERISCO TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100150-ABRE-SATELITES.
      *    UN ARCHIVO QUE NO EXISTE NO TIENE NADA QUE MOVER.
           OPEN I-O DOC-BECAS.
           IF WS-STATUS-BEC = "00"
               SET BECAS-ABIERTO TO TRUE
           END-IF.
           OPEN I-O DOC-TUTORES.
           IF WS-STATUS-TUT = "00"
               SET TUTORES-ABIERTO TO TRUE
           END-IF.
           OPEN I-O DOC-FAMILIAS.
           IF WS-STATUS-FAM = "00"
               SET FAMILIAS-ABIERTO TO TRUE
           END-IF.
           OPEN I-O DOC-DEMOGRAFICOS.
           IF WS-STATUS-DEM = "00"
               SET DEMOGRAFICOS-ABIERTO TO TRUE
           END-IF.
           OPEN I-O DOC-ASISTENCIA.
           IF WS-STATUS-ASI = "00"
               SET ASISTENCIA-ABIERTO TO TRUE
           END-IF.
           OPEN I-O DOC-EXPEDIENTES.
           IF WS-STATUS-EXP = "00"
               SET EXPEDIENTES-ABIERTO TO TRUE
           END-IF.
           EXIT.

       100200-INVENTARIO.
      *    TODO LO QUE CUELGA DE LA CLAVE RETIRADA, ANTES DE PEDIR
      *    LA CONFIRMACION.
           INITIALIZE LINEA-TEMP.
           MOVE "REGISTROS DE LA CLAVE QUE SE RETIRA" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           DISPLAY "**** REGISTROS DE LA CLAVE QUE SE RETIRA ***".
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF WS-RET-MATERIA(WS-SUB) IS NUMERIC
                   AND WS-RET-MATERIA(WS-SUB) NOT = ZEROS
                   ADD 1 TO WS-INV-MATERIAS
                   MOVE WS-RET-CALIFS(WS-SUB) TO WS-CALIF-VISTA
                   MOVE WS-CV-FINAL TO WS-CALIF-EDIT
                   INITIALIZE LINEA-TEMP
                   STRING
                       "  MATERIA " DELIMITED BY SIZE
                       WS-RET-MAT-CLAVE(WS-SUB) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-RET-MAT-GRUPO(WS-SUB) DELIMITED BY SIZE
                       " FINAL " DELIMITED BY SIZE
                       WS-CALIF-EDIT DELIMITED BY SIZE
                   INTO LINEA-TEMP
                   WRITE LINEA-TEMP
                   DISPLAY LINEA-TEMP(1:40)
               END-IF
           END-PERFORM.
           PERFORM 100210-CUENTA-PAGOS.
           PERFORM 100220-CUENTA-INCIDENTES.
           IF BECAS-ABIERTO
               MOVE WS-CLAVE-RETIRADA TO BEC-REG-CLAVE
               READ DOC-BECAS
                   NOT INVALID KEY
                       MOVE 1 TO WS-INV-BECAS
               END-READ
           END-IF.
           IF TUTORES-ABIERTO
               MOVE WS-CLAVE-RETIRADA TO TUT-REG-CLAVE
               READ DOC-TUTORES
                   NOT INVALID KEY
                       MOVE 1 TO WS-INV-TUTORES
               END-READ
           END-IF.
           IF FAMILIAS-ABIERTO
               MOVE WS-CLAVE-RETIRADA TO FAM-REG-CLAVE
               READ DOC-FAMILIAS
                   NOT INVALID KEY
                       MOVE 1 TO WS-INV-FAMILIAS
               END-READ
           END-IF.
           IF DEMOGRAFICOS-ABIERTO
               MOVE WS-CLAVE-RETIRADA TO DEM-REG-CLAVE
               READ DOC-DEMOGRAFICOS
                   NOT INVALID KEY
                       MOVE 1 TO WS-INV-DEMOGRAFICOS
               END-READ
           END-IF.
           PERFORM 100230-CUENTA-ASISTENCIA.
           PERFORM 100240-CUENTA-EXPEDIENTES.
           MOVE "MATERIAS" TO WS-ARCHIVO.
           MOVE WS-INV-MATERIAS TO WS-INV-CUENTA.
           PERFORM 100250-LINEA-INVENTARIO.
           MOVE "PAGOS" TO WS-ARCHIVO.
           MOVE WS-INV-PAGOS TO WS-INV-CUENTA.
           PERFORM 100250-LINEA-INVENTARIO.
           MOVE "BECAS" TO WS-ARCHIVO.
           MOVE WS-INV-BECAS TO WS-INV-CUENTA.
           PERFORM 100250-LINEA-INVENTARIO.
           MOVE "ASISTENCIA" TO WS-ARCHIVO.
           MOVE WS-INV-ASISTENCIA TO WS-INV-CUENTA.
           PERFORM 100250-LINEA-INVENTARIO.
           MOVE "EXPEDIENTES" TO WS-ARCHIVO.
           MOVE WS-INV-EXPEDIENTES TO WS-INV-CUENTA.
           PERFORM 100250-LINEA-INVENTARIO.
           MOVE "INCIDENTES" TO WS-ARCHIVO.
           MOVE WS-INV-INCIDENTES TO WS-INV-CUENTA.
           PERFORM 100250-LINEA-INVENTARIO.
           MOVE "TUTORES" TO WS-ARCHIVO.
           MOVE WS-INV-TUTORES TO WS-INV-CUENTA.
           PERFORM 100250-LINEA-INVENTARIO.
           MOVE "FAMILIAS" TO WS-ARCHIVO.
           MOVE WS-INV-FAMILIAS TO WS-INV-CUENTA.
           PERFORM 100250-LINEA-INVENTARIO.
           MOVE "DEMOGRAFICOS" TO WS-ARCHIVO.
           MOVE WS-INV-DEMOGRAFICOS TO WS-INV-CUENTA.
           PERFORM 100250-LINEA-INVENTARIO.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           EXIT.

       100210-CUENTA-PAGOS.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-PAGOS.
           IF WS-STATUS-PAG NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-PAGOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PAG-REG-CLAVE = WS-CLAVE-RETIRADA
                           ADD 1 TO WS-INV-PAGOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-PAGOS.
           EXIT.

       100220-CUENTA-INCIDENTES.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-INCIDENTES.
           IF WS-STATUS-INC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-INCIDENTES
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF INC-REG-CLAVE = WS-CLAVE-RETIRADA
                           ADD 1 TO WS-INV-INCIDENTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-INCIDENTES.
           EXIT.

       100230-CUENTA-ASISTENCIA.
           IF NOT ASISTENCIA-ABIERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN.
           MOVE WS-CLAVE-RETIRADA TO ASI-REG-CLAVE.
           MOVE ZEROS TO ASI-REG-MATERIA.
           MOVE ZEROS TO ASI-REG-FECHA.
           START DOC-ASISTENCIA KEY IS NOT LESS THAN ASI-REG-LLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-ASISTENCIA NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF ASI-REG-CLAVE = WS-CLAVE-RETIRADA
                           ADD 1 TO WS-INV-ASISTENCIA
                       ELSE
                           SET FIN-ARCHIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100240-CUENTA-EXPEDIENTES.
           IF NOT EXPEDIENTES-ABIERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN.
           MOVE WS-CLAVE-RETIRADA TO EXP-REG-CLAVE.
           MOVE ZEROS TO EXP-REG-DOCUMENTO.
           START DOC-EXPEDIENTES KEY IS NOT LESS THAN EXP-REG-LLAVE
               INVALID KEY
                   SET FIN-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-EXPEDIENTES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF EXP-REG-CLAVE = WS-CLAVE-RETIRADA
                           ADD 1 TO WS-INV-EXPEDIENTES
                       ELSE
                           SET FIN-ARCHIVO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.

       100250-LINEA-INVENTARIO.
           ADD WS-INV-CUENTA TO WS-INV-TOTAL.
           INITIALIZE LINEA-TEMP.
           STRING
               WS-ARCHIVO DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-INV-CUENTA DELIMITED BY SIZE
               " REGISTRO(S)" DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           DISPLAY LINEA-TEMP(1:40).
           EXIT.

       100300-CONFIRMA.
      *    LA FUSION NO SE DESHACE: LA CONFIRMA EL OPERADOR Y LA
      *    FIRMA UN SEGUNDO USUARIO CON ROL ADMIN (COMO LAS
      *    DEVOLUCIONES DE PAGOS-MAKER-DOC).
           MOVE "N" TO WS-AUTORIZADA.
           DISPLAY "¿CONFIRMA LA FUSION DE " WS-CLAVE-RETIRADA
                   " EN " WS-CLAVE-SOBREVIVE "? (SI/NO): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "SI"
               DISPLAY "**** FUSION CANCELADA, SIN CAMBIOS ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "**** REQUIERE LA FIRMA DE UN SUPERVISOR CON "
                   "ROL ADMIN ***".
           MOVE "N" TO WS-AUTORIZA-FIRMADO.
           MOVE SPACES TO WS-AUTORIZA-LOGIN.
           CALL "USUARIO-LOGIN" USING
               WS-AUTORIZA-LOGIN WS-AUTORIZA-ROLES
               WS-AUTORIZA-FIRMADO.
           IF AUTORIZANTE-FIRMADO
               AND WS-AUTORIZA-ROLES(5:1) = "S"
               AND WS-AUTORIZA-LOGIN NOT = WS-OPERADOR-LOGIN
               SET FUSION-AUTORIZADA TO TRUE
               INITIALIZE LINEA-TEMP
               STRING
                   "AUTORIZO: " DELIMITED BY SIZE
                   WS-AUTORIZA-LOGIN DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           ELSE
               DISPLAY "**** SE REQUIERE UN SEGUNDO USUARIO CON ROL "
                       "ADMIN; FUSION RECHAZADA ***"
           END-IF.
           EXIT.

       100400-FUSIONA.
           INITIALIZE LINEA-TEMP.
           MOVE "MOVIMIENTOS" TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           PERFORM 100410-MUEVE-MATERIAS.
           PERFORM 100420-MUEVE-PAGOS.
           PERFORM 100430-MUEVE-INCIDENTES.
           IF BECAS-ABIERTO
               PERFORM 100440-MUEVE-BECA
           END-IF.
           IF TUTORES-ABIERTO
               PERFORM 100450-MUEVE-TUTOR
           END-IF.
           IF FAMILIAS-ABIERTO
               PERFORM 100460-MUEVE-FAMILIA
           END-IF.
           IF DEMOGRAFICOS-ABIERTO
               PERFORM 100470-MUEVE-DEMOGRAFICOS
           END-IF.
           IF ASISTENCIA-ABIERTO
               PERFORM 100480-MUEVE-ASISTENCIA
           END-IF.
           IF EXPEDIENTES-ABIERTO
               PERFORM 100490-MUEVE-EXPEDIENTES
           END-IF.
           PERFORM 100500-RETIRA-CLAVE.
           PERFORM 100900-RESUMEN.
           EXIT.

       100410-MUEVE-MATERIAS.
      *    CADA MATERIA DE LA RETIRADA PASA A UNA CASILLA LIBRE DEL
      *    SOBREVIVIENTE CON SUS CALIFICACIONES; SI EL SOBREVIVIENTE
      *    YA LLEVA LA MISMA MATERIA (EN CUALQUIER GRUPO) EL OPERADOR
      *    ELIGE CUAL INSCRIPCION SE QUEDA.
           MOVE "MATERIAS" TO WS-ARCHIVO.
           MOVE WS-CLAVE-SOBREVIVE TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF WS-RET-MATERIA(WS-SUB) IS NUMERIC
                   AND WS-RET-MATERIA(WS-SUB) NOT = ZEROS
                   PERFORM 100411-UBICA-MATERIA
               END-IF
           END-PERFORM.
           REWRITE EST-REG-DOC
               INVALID KEY
                   DISPLAY "**** NO SE PUDO REESCRIBIR AL "
                           "SOBREVIVIENTE, STATUS: " WS-STATUS-EST
               NOT INVALID KEY
                   MOVE "M" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
           END-REWRITE.
           EXIT.

       100411-UBICA-MATERIA.
           MOVE ZEROS TO WS-SUB-LIBRE.
           MOVE ZEROS TO WS-SUB-SOB.
           PERFORM VARYING WS-SUB-SOB FROM 1 BY 1
                   UNTIL WS-SUB-SOB > 20
                   OR EST-REG-MAT-CLAVE(WS-SUB-SOB)
                       = WS-RET-MAT-CLAVE(WS-SUB)
               IF EST-REG-MATERIA-TABLA(WS-SUB-SOB) = ZEROS
                   AND WS-SUB-LIBRE = ZEROS
                   MOVE WS-SUB-SOB TO WS-SUB-LIBRE
               END-IF
           END-PERFORM.
           MOVE WS-RET-CALIFS(WS-SUB) TO WS-CALIF-VISTA.
           MOVE WS-CV-FINAL TO WS-CALIF-EDIT.
           INITIALIZE WS-DETALLE-RET.
           STRING
               WS-RET-MAT-CLAVE(WS-SUB) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RET-MAT-GRUPO(WS-SUB) DELIMITED BY SIZE
               " FINAL " DELIMITED BY SIZE
               WS-CALIF-EDIT DELIMITED BY SIZE
           INTO WS-DETALLE-RET.
           IF WS-SUB-SOB NOT > 20
               MOVE EST-REG-CALIF-ENT(WS-SUB-SOB) TO WS-CALIF-VISTA
               MOVE WS-CV-FINAL TO WS-CALIF-EDIT
               INITIALIZE WS-DETALLE-SOB
               STRING
                   EST-REG-MAT-CLAVE(WS-SUB-SOB) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   EST-REG-MAT-GRUPO(WS-SUB-SOB) DELIMITED BY SIZE
                   " FINAL " DELIMITED BY SIZE
                   WS-CALIF-EDIT DELIMITED BY SIZE
               INTO WS-DETALLE-SOB
               PERFORM 100800-ELIGE
               IF CONSERVA-RETIRADA
                   MOVE WS-RET-MATERIA(WS-SUB)
                       TO EST-REG-MATERIA-TABLA(WS-SUB-SOB)
                   MOVE WS-RET-CALIFS(WS-SUB)
                       TO EST-REG-CALIF-ENT(WS-SUB-SOB)
                   SET RET-MOVIDA(WS-SUB) TO TRUE
               ELSE
                   SET RET-DESCARTADA(WS-SUB) TO TRUE
               END-IF
           ELSE
               IF WS-SUB-LIBRE = ZEROS
                   SET RET-PENDIENTE(WS-SUB) TO TRUE
               ELSE
                   MOVE WS-RET-MATERIA(WS-SUB)
                       TO EST-REG-MATERIA-TABLA(WS-SUB-LIBRE)
                   MOVE WS-RET-CALIFS(WS-SUB)
                       TO EST-REG-CALIF-ENT(WS-SUB-LIBRE)
                   SET RET-MOVIDA(WS-SUB) TO TRUE
               END-IF
           END-IF.
           MOVE WS-DETALLE-RET TO WS-DETALLE.
           EVALUATE TRUE
               WHEN RET-MOVIDA(WS-SUB)
                   PERFORM 100850-MOVIDO
               WHEN RET-DESCARTADA(WS-SUB)
                   PERFORM 100860-DESCARTADO
               WHEN OTHER
                   MOVE "PENDIENTE" TO WS-ACCION
                   ADD 1 TO WS-TOTAL-PENDIENTES
                   MOVE "SIN CASILLA LIBRE; SIGUE EN LA RETIRADA"
                       TO WS-DETALLE-SOB
                   PERFORM 100870-ESCRIBE-MOVIMIENTO
           END-EVALUATE.
           EXIT.

       100420-MUEVE-PAGOS.
      *    EL DIARIO DE PAGOS ES SECUENCIAL: SE COPIA A UN TEMPORAL
      *    CON LAS CLAVES CAMBIADAS Y SE RECARGA (COMO LISTA-ESPERA
      *    EN PROMUEVE-ESPERA-DOC). NO HAY CONFLICTOS: LOS
      *    MOVIMIENTOS DE AMBAS CLAVES SE SUMAN.
           IF WS-INV-PAGOS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE "PAGOS" TO WS-ARCHIVO.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-PAGOS.
           OPEN OUTPUT DOC-PAGOS-TMP.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-PAGOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF PAG-REG-CLAVE = WS-CLAVE-RETIRADA
                           MOVE WS-CLAVE-SOBREVIVE TO PAG-REG-CLAVE
                           MOVE PAG-REG-MONTO TO WS-MONTO-EDIT
                           INITIALIZE WS-DETALLE
                           STRING
                               PAG-REG-TIPO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PAG-REG-FECHA DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-MONTO-EDIT DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PAG-REG-CONCEPTO DELIMITED BY SIZE
                           INTO WS-DETALLE
                           PERFORM 100850-MOVIDO
                       END-IF
                       MOVE PAG-REG-DOC TO PAG-REG-TMP
                       WRITE PAG-REG-TMP
               END-READ
           END-PERFORM.
           CLOSE DOC-PAGOS.
           CLOSE DOC-PAGOS-TMP.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-PAGOS-TMP.
           OPEN OUTPUT DOC-PAGOS.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-PAGOS-TMP
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE PAG-REG-TMP TO PAG-REG-DOC
                       WRITE PAG-REG-DOC
               END-READ
           END-PERFORM.
           CLOSE DOC-PAGOS-TMP.
           CLOSE DOC-PAGOS.
           OPEN OUTPUT DOC-PAGOS-TMP.
           CLOSE DOC-PAGOS-TMP.
           EXIT.

       100430-MUEVE-INCIDENTES.
           IF WS-INV-INCIDENTES = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE "INCIDENTES" TO WS-ARCHIVO.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-INCIDENTES.
           OPEN OUTPUT DOC-INCIDENTES-TMP.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-INCIDENTES
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF INC-REG-CLAVE = WS-CLAVE-RETIRADA
                           MOVE WS-CLAVE-SOBREVIVE TO INC-REG-CLAVE
                           INITIALIZE WS-DETALLE
                           STRING
                               INC-REG-FECHA DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               INC-REG-TIPO DELIMITED BY SIZE
                               " SEVERIDAD " DELIMITED BY SIZE
                               INC-REG-SEVERIDAD DELIMITED BY SIZE
                           INTO WS-DETALLE
                           PERFORM 100850-MOVIDO
                       END-IF
                       MOVE INC-REG-DOC TO INC-REG-TMP
                       WRITE INC-REG-TMP
               END-READ
           END-PERFORM.
           CLOSE DOC-INCIDENTES.
           CLOSE DOC-INCIDENTES-TMP.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-INCIDENTES-TMP.
           OPEN OUTPUT DOC-INCIDENTES.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-INCIDENTES-TMP
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       MOVE INC-REG-TMP TO INC-REG-DOC
                       WRITE INC-REG-DOC
               END-READ
           END-PERFORM.
           CLOSE DOC-INCIDENTES-TMP.
           CLOSE DOC-INCIDENTES.
           OPEN OUTPUT DOC-INCIDENTES-TMP.
           CLOSE DOC-INCIDENTES-TMP.
           EXIT.

       100440-MUEVE-BECA.
      *    UNA BECA POR CLAVE: SI AMBAS TIENEN, EL OPERADOR ELIGE.
           MOVE "BECAS" TO WS-ARCHIVO.
           MOVE WS-CLAVE-RETIRADA TO BEC-REG-CLAVE.
           READ DOC-BECAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           INITIALIZE WS-DETALLE-RET.
           STRING
               BEC-REG-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BEC-REG-PORCENTAJE DELIMITED BY SIZE
               "% ESTATUS " DELIMITED BY SIZE
               BEC-REG-ESTATUS DELIMITED BY SIZE
           INTO WS-DETALLE-RET.
           DELETE DOC-BECAS RECORD.
           MOVE WS-CLAVE-SOBREVIVE TO BEC-REG-CLAVE.
           MOVE WS-DETALLE-RET TO WS-DETALLE.
           MOVE BEC-REG-DOC TO WS-REGISTRO-GUARDA.
           READ DOC-BECAS
               INVALID KEY
                   MOVE WS-REGISTRO-GUARDA TO BEC-REG-DOC
                   WRITE BEC-REG-DOC
                   PERFORM 100850-MOVIDO
               NOT INVALID KEY
                   INITIALIZE WS-DETALLE-SOB
                   STRING
                       BEC-REG-TIPO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BEC-REG-PORCENTAJE DELIMITED BY SIZE
                       "% ESTATUS " DELIMITED BY SIZE
                       BEC-REG-ESTATUS DELIMITED BY SIZE
                   INTO WS-DETALLE-SOB
                   PERFORM 100800-ELIGE
                   IF CONSERVA-RETIRADA
                       MOVE WS-REGISTRO-GUARDA TO BEC-REG-DOC
                       REWRITE BEC-REG-DOC
                       PERFORM 100850-MOVIDO
                   ELSE
                       PERFORM 100860-DESCARTADO
                   END-IF
           END-READ.
           EXIT.

       100450-MUEVE-TUTOR.
           MOVE "TUTORES" TO WS-ARCHIVO.
           MOVE WS-CLAVE-RETIRADA TO TUT-REG-CLAVE.
           READ DOC-TUTORES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           INITIALIZE WS-DETALLE-RET.
           STRING
               "PROFESOR " DELIMITED BY SIZE
               TUT-REG-PROFE DELIMITED BY SIZE
               " DESDE " DELIMITED BY SIZE
               TUT-REG-FECHA DELIMITED BY SIZE
           INTO WS-DETALLE-RET.
           DELETE DOC-TUTORES RECORD.
           MOVE WS-CLAVE-SOBREVIVE TO TUT-REG-CLAVE.
           MOVE WS-DETALLE-RET TO WS-DETALLE.
           MOVE TUT-REG-DOC TO WS-REGISTRO-GUARDA.
           READ DOC-TUTORES
               INVALID KEY
                   MOVE WS-REGISTRO-GUARDA TO TUT-REG-DOC
                   WRITE TUT-REG-DOC
                   PERFORM 100850-MOVIDO
               NOT INVALID KEY
                   INITIALIZE WS-DETALLE-SOB
                   STRING
                       "PROFESOR " DELIMITED BY SIZE
                       TUT-REG-PROFE DELIMITED BY SIZE
                       " DESDE " DELIMITED BY SIZE
                       TUT-REG-FECHA DELIMITED BY SIZE
                   INTO WS-DETALLE-SOB
                   PERFORM 100800-ELIGE
                   IF CONSERVA-RETIRADA
                       MOVE WS-REGISTRO-GUARDA TO TUT-REG-DOC
                       REWRITE TUT-REG-DOC
                       PERFORM 100850-MOVIDO
                   ELSE
                       PERFORM 100860-DESCARTADO
                   END-IF
           END-READ.
           EXIT.

       100460-MUEVE-FAMILIA.
           MOVE "FAMILIAS" TO WS-ARCHIVO.
           MOVE WS-CLAVE-RETIRADA TO FAM-REG-CLAVE.
           READ DOC-FAMILIAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           INITIALIZE WS-DETALLE-RET.
           STRING
               "FAMILIA " DELIMITED BY SIZE
               FAM-REG-FAMILIA DELIMITED BY SIZE
           INTO WS-DETALLE-RET.
           DELETE DOC-FAMILIAS RECORD.
           MOVE WS-CLAVE-SOBREVIVE TO FAM-REG-CLAVE.
           MOVE WS-DETALLE-RET TO WS-DETALLE.
           MOVE FAM-REG-DOC TO WS-REGISTRO-GUARDA.
           READ DOC-FAMILIAS
               INVALID KEY
                   MOVE WS-REGISTRO-GUARDA TO FAM-REG-DOC
                   WRITE FAM-REG-DOC
                   PERFORM 100850-MOVIDO
               NOT INVALID KEY
                   INITIALIZE WS-DETALLE-SOB
                   STRING
                       "FAMILIA " DELIMITED BY SIZE
                       FAM-REG-FAMILIA DELIMITED BY SIZE
                   INTO WS-DETALLE-SOB
                   PERFORM 100800-ELIGE
                   IF CONSERVA-RETIRADA
                       MOVE WS-REGISTRO-GUARDA TO FAM-REG-DOC
                       REWRITE FAM-REG-DOC
                       PERFORM 100850-MOVIDO
                   ELSE
                       PERFORM 100860-DESCARTADO
                   END-IF
           END-READ.
           EXIT.

       100470-MUEVE-DEMOGRAFICOS.
           MOVE "DEMOGRAFICOS" TO WS-ARCHIVO.
           MOVE WS-CLAVE-RETIRADA TO DEM-REG-CLAVE.
           READ DOC-DEMOGRAFICOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           INITIALIZE WS-DETALLE-RET.
           STRING
               "NAC " DELIMITED BY SIZE
               DEM-REG-FECHA-NAC DELIMITED BY SIZE
               " CURP " DELIMITED BY SIZE
               DEM-REG-CURP DELIMITED BY SIZE
           INTO WS-DETALLE-RET.
           DELETE DOC-DEMOGRAFICOS RECORD.
           MOVE WS-CLAVE-SOBREVIVE TO DEM-REG-CLAVE.
           MOVE WS-DETALLE-RET TO WS-DETALLE.
           MOVE DEM-REG-DOC TO WS-REGISTRO-GUARDA.
           READ DOC-DEMOGRAFICOS
               INVALID KEY
                   MOVE WS-REGISTRO-GUARDA TO DEM-REG-DOC
                   WRITE DEM-REG-DOC
                   PERFORM 100850-MOVIDO
               NOT INVALID KEY
                   INITIALIZE WS-DETALLE-SOB
                   STRING
                       "NAC " DELIMITED BY SIZE
                       DEM-REG-FECHA-NAC DELIMITED BY SIZE
                       " CURP " DELIMITED BY SIZE
                       DEM-REG-CURP DELIMITED BY SIZE
                   INTO WS-DETALLE-SOB
                   PERFORM 100800-ELIGE
                   IF CONSERVA-RETIRADA
                       MOVE WS-REGISTRO-GUARDA TO DEM-REG-DOC
                       REWRITE DEM-REG-DOC
                       PERFORM 100850-MOVIDO
                   ELSE
                       PERFORM 100860-DESCARTADO
                   END-IF
           END-READ.
           EXIT.

       100480-MUEVE-ASISTENCIA.
      *    CADA REGISTRO DE LA RETIRADA SE BORRA AL MOVERLO, ASI QUE
      *    EL SIGUIENTE SIEMPRE ES EL PRIMERO DESDE LA CLAVE; UN
      *    MISMO DIA Y MATERIA EN AMBAS CLAVES LO DECIDE EL OPERADOR.
           MOVE "ASISTENCIA" TO WS-ARCHIVO.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL FIN-ARCHIVO
               MOVE WS-CLAVE-RETIRADA TO ASI-REG-CLAVE
               MOVE ZEROS TO ASI-REG-MATERIA
               MOVE ZEROS TO ASI-REG-FECHA
               START DOC-ASISTENCIA
                   KEY IS NOT LESS THAN ASI-REG-LLAVE
                   INVALID KEY
                       SET FIN-ARCHIVO TO TRUE
                   NOT INVALID KEY
                       READ DOC-ASISTENCIA NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                       END-READ
               END-START
               IF NOT FIN-ARCHIVO
                   IF ASI-REG-CLAVE = WS-CLAVE-RETIRADA
                       PERFORM 100481-MUEVE-DIA
                   ELSE
                       SET FIN-ARCHIVO TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       100481-MUEVE-DIA.
           INITIALIZE WS-DETALLE-RET.
           STRING
               "MATERIA " DELIMITED BY SIZE
               ASI-REG-MATERIA DELIMITED BY SIZE
               " DIA " DELIMITED BY SIZE
               ASI-REG-FECHA DELIMITED BY SIZE
               " ESTADO " DELIMITED BY SIZE
               ASI-REG-ESTADO DELIMITED BY SIZE
           INTO WS-DETALLE-RET.
           DELETE DOC-ASISTENCIA RECORD.
           MOVE WS-CLAVE-SOBREVIVE TO ASI-REG-CLAVE.
           MOVE WS-DETALLE-RET TO WS-DETALLE.
           MOVE ASI-REG-DOC TO WS-REGISTRO-GUARDA.
           READ DOC-ASISTENCIA
               INVALID KEY
                   MOVE WS-REGISTRO-GUARDA TO ASI-REG-DOC
                   WRITE ASI-REG-DOC
                   PERFORM 100850-MOVIDO
               NOT INVALID KEY
                   INITIALIZE WS-DETALLE-SOB
                   STRING
                       "MATERIA " DELIMITED BY SIZE
                       ASI-REG-MATERIA DELIMITED BY SIZE
                       " DIA " DELIMITED BY SIZE
                       ASI-REG-FECHA DELIMITED BY SIZE
                       " ESTADO " DELIMITED BY SIZE
                       ASI-REG-ESTADO DELIMITED BY SIZE
                   INTO WS-DETALLE-SOB
                   PERFORM 100800-ELIGE
                   IF CONSERVA-RETIRADA
                       MOVE WS-REGISTRO-GUARDA TO ASI-REG-DOC
                       REWRITE ASI-REG-DOC
                       PERFORM 100850-MOVIDO
                   ELSE
                       PERFORM 100860-DESCARTADO
                   END-IF
           END-READ.
           EXIT.

       100490-MUEVE-EXPEDIENTES.
      *    MISMO RECORRIDO QUE LA ASISTENCIA, POR DOCUMENTO.
           MOVE "EXPEDIENTES" TO WS-ARCHIVO.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL FIN-ARCHIVO
               MOVE WS-CLAVE-RETIRADA TO EXP-REG-CLAVE
               MOVE ZEROS TO EXP-REG-DOCUMENTO
               START DOC-EXPEDIENTES
                   KEY IS NOT LESS THAN EXP-REG-LLAVE
                   INVALID KEY
                       SET FIN-ARCHIVO TO TRUE
                   NOT INVALID KEY
                       READ DOC-EXPEDIENTES NEXT RECORD
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                       END-READ
               END-START
               IF NOT FIN-ARCHIVO
                   IF EXP-REG-CLAVE = WS-CLAVE-RETIRADA
                       PERFORM 100491-MUEVE-DOCUMENTO
                   ELSE
                       SET FIN-ARCHIVO TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       100491-MUEVE-DOCUMENTO.
           INITIALIZE WS-DETALLE-RET.
           STRING
               "DOCUMENTO " DELIMITED BY SIZE
               EXP-REG-DOCUMENTO DELIMITED BY SIZE
               " ESTADO " DELIMITED BY SIZE
               EXP-REG-ESTADO DELIMITED BY SIZE
               " ENTREGA " DELIMITED BY SIZE
               EXP-REG-FECHA-ENT DELIMITED BY SIZE
           INTO WS-DETALLE-RET.
           DELETE DOC-EXPEDIENTES RECORD.
           MOVE WS-CLAVE-SOBREVIVE TO EXP-REG-CLAVE.
           MOVE WS-DETALLE-RET TO WS-DETALLE.
           MOVE EXP-REG-DOC TO WS-REGISTRO-GUARDA.
           READ DOC-EXPEDIENTES
               INVALID KEY
                   MOVE WS-REGISTRO-GUARDA TO EXP-REG-DOC
                   WRITE EXP-REG-DOC
                   PERFORM 100850-MOVIDO
               NOT INVALID KEY
                   INITIALIZE WS-DETALLE-SOB
                   STRING
                       "DOCUMENTO " DELIMITED BY SIZE
                       EXP-REG-DOCUMENTO DELIMITED BY SIZE
                       " ESTADO " DELIMITED BY SIZE
                       EXP-REG-ESTADO DELIMITED BY SIZE
                       " ENTREGA " DELIMITED BY SIZE
                       EXP-REG-FECHA-ENT DELIMITED BY SIZE
                   INTO WS-DETALLE-SOB
                   PERFORM 100800-ELIGE
                   IF CONSERVA-RETIRADA
                       MOVE WS-REGISTRO-GUARDA TO EXP-REG-DOC
                       REWRITE EXP-REG-DOC
                       PERFORM 100850-MOVIDO
                   ELSE
                       PERFORM 100860-DESCARTADO
                   END-IF
           END-READ.
           EXIT.

       100500-RETIRA-CLAVE.
      *    LA RETIRADA SE QUEDA EN EL MAESTRO COMO APUNTADOR: SIN LAS
      *    MATERIAS YA MOVIDAS O DESCARTADAS, CON ESTATUS "F", Y SU
      *    DESTINO EN FUSIONES.TXT. LAS FUSIONES ANTERIORES QUE
      *    APUNTABAN A ELLA PASAN A APUNTAR AL SOBREVIVIENTE.
           MOVE WS-CLAVE-RETIRADA TO EST-REG-CLAVE.
           READ DOC-EST
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF RET-MOVIDA(WS-SUB) OR RET-DESCARTADA(WS-SUB)
                   MOVE ZEROS TO EST-REG-MATERIA-TABLA(WS-SUB)
                   INITIALIZE EST-REG-CALIF-ENT(WS-SUB)
               END-IF
           END-PERFORM.
           SET EST-FUSIONADO TO TRUE.
           REWRITE EST-REG-DOC
               INVALID KEY
                   DISPLAY "**** NO SE PUDO MARCAR LA CLAVE RETIRADA, "
                           "STATUS: " WS-STATUS-EST
               NOT INVALID KEY
                   MOVE "M" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
           END-REWRITE.
           OPEN I-O DOC-FUSIONES.
           IF WS-STATUS-FUS = "35"
               OPEN OUTPUT DOC-FUSIONES
               CLOSE DOC-FUSIONES
               OPEN I-O DOC-FUSIONES
           END-IF.
           IF WS-STATUS-FUS NOT = "00"
               DISPLAY "**** ERROR AL ABRIR FUSIONES.TXT, STATUS: "
                       WS-STATUS-FUS " ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-FUSIONES NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF FUS-REG-SOBREVIVE = WS-CLAVE-RETIRADA
                           MOVE WS-CLAVE-SOBREVIVE
                               TO FUS-REG-SOBREVIVE
                           REWRITE FUS-REG-DOC
                           ADD 1 TO WS-TOTAL-APUNTADORES
                       END-IF
               END-READ
           END-PERFORM.
           INITIALIZE FUS-REG-DOC.
           MOVE WS-CLAVE-RETIRADA TO FUS-REG-RETIRADA.
           MOVE WS-CLAVE-SOBREVIVE TO FUS-REG-SOBREVIVE.
           MOVE WS-AUD-FECHA TO FUS-REG-FECHA.
           MOVE WS-OPERADOR-LOGIN TO FUS-REG-OPERADOR.
           MOVE WS-AUTORIZA-LOGIN TO FUS-REG-AUTORIZA.
           WRITE FUS-REG-DOC
               INVALID KEY
                   REWRITE FUS-REG-DOC
           END-WRITE.
           CLOSE DOC-FUSIONES.
           MOVE "ESTUDIANTES" TO WS-ARCHIVO.
           MOVE "RETIRADA" TO WS-ACCION.
           INITIALIZE WS-DETALLE.
           STRING
               "ESTATUS F, AUTORIZO " DELIMITED BY SIZE
               WS-AUTORIZA-LOGIN DELIMITED BY SIZE
           INTO WS-DETALLE.
           MOVE SPACES TO WS-DETALLE-SOB.
           PERFORM 100870-ESCRIBE-MOVIMIENTO.
           EXIT.

       100800-ELIGE.
      *    CONFLICTO: EL MISMO DATO EXISTE EN AMBAS CLAVES.
           DISPLAY "**** CONFLICTO EN " WS-ARCHIVO " ***".
           DISPLAY "  SOBREVIVIENTE: " WS-DETALLE-SOB.
           DISPLAY "  RETIRADA:      " WS-DETALLE-RET.
           MOVE SPACE TO WS-ELECCION.
           PERFORM UNTIL CONSERVA-SOBREVIVIENTE OR CONSERVA-RETIRADA
               DISPLAY "CONSERVAR [S] SOBREVIVIENTE O [R] RETIRADA: "
                       WITH NO ADVANCING
               ACCEPT WS-ELECCION
               MOVE FUNCTION UPPER-CASE(WS-ELECCION) TO WS-ELECCION
           END-PERFORM.
           EXIT.

       100850-MOVIDO.
           MOVE "MOVIDO" TO WS-ACCION.
           ADD 1 TO WS-TOTAL-MOVIDOS.
           PERFORM 100870-ESCRIBE-MOVIMIENTO.
           EXIT.

       100860-DESCARTADO.
      *    SE CONSERVO EL DATO DEL SOBREVIVIENTE; EL DE LA RETIRADA
      *    QUEDA SOLO EN LA BITACORA Y EN EL REPORTE.
           MOVE "DESCARTADO" TO WS-ACCION.
           ADD 1 TO WS-TOTAL-DESCARTADOS.
           PERFORM 100870-ESCRIBE-MOVIMIENTO.
           EXIT.

       100870-ESCRIBE-MOVIMIENTO.
           INITIALIZE LINEA-TEMP.
           STRING
               WS-ARCHIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACCION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DETALLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DETALLE-SOB DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "FUSION-CLAVES|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CLAVE-RETIRADA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-ARCHIVO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-ACCION DELIMITED BY SPACE
               " A " DELIMITED BY SIZE
               WS-CLAVE-SOBREVIVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DETALLE DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       100900-RESUMEN.
           INITIALIZE LINEA-TEMP.
           MOVE LINEA-TABLA TO LINEA-TEMP.
           WRITE LINEA-TEMP.
           INITIALIZE LINEA-TEMP.
           STRING
               "MOVIDOS: " DELIMITED BY SIZE
               WS-TOTAL-MOVIDOS DELIMITED BY SIZE
               "   DESCARTADOS: " DELIMITED BY SIZE
               WS-TOTAL-DESCARTADOS DELIMITED BY SIZE
               "   PENDIENTES: " DELIMITED BY SIZE
               WS-TOTAL-PENDIENTES DELIMITED BY SIZE
               "   APUNTADORES ACTUALIZADOS: " DELIMITED BY SIZE
               WS-TOTAL-APUNTADORES DELIMITED BY SIZE
           INTO LINEA-TEMP.
           WRITE LINEA-TEMP.
           IF WS-TOTAL-PENDIENTES > ZEROS
               INITIALIZE LINEA-TEMP
               STRING
                   "LAS MATERIAS PENDIENTES SIGUEN EN LA CLAVE "
                       DELIMITED BY SIZE
                   "RETIRADA; LIBERE CASILLAS Y MUEVALAS A MANO"
                       DELIMITED BY SIZE
               INTO LINEA-TEMP
               WRITE LINEA-TEMP
           END-IF.
           DISPLAY "**** FUSION TERMINADA: " WS-TOTAL-MOVIDOS
                   " MOVIDOS, " WS-TOTAL-DESCARTADOS " DESCARTADOS, "
                   WS-TOTAL-PENDIENTES " PENDIENTES ***".
           EXIT.

       100950-CIERRA-SATELITES.
           IF BECAS-ABIERTO
               CLOSE DOC-BECAS
           END-IF.
           IF TUTORES-ABIERTO
               CLOSE DOC-TUTORES
           END-IF.
           IF FAMILIAS-ABIERTO
               CLOSE DOC-FAMILIAS
           END-IF.
           IF DEMOGRAFICOS-ABIERTO
               CLOSE DOC-DEMOGRAFICOS
           END-IF.
           IF ASISTENCIA-ABIERTO
               CLOSE DOC-ASISTENCIA
           END-IF.
           IF EXPEDIENTES-ABIERTO
               CLOSE DOC-EXPEDIENTES
           END-IF.
           EXIT.

       END PROGRAM FUSION-CLAVES-DOC.
