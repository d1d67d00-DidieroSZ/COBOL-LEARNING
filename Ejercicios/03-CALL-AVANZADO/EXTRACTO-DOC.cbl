      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: EXTRACTOS A LA MEDIDA EN CSV. UN OPERADOR CON ROL DE
      *          REPORTES ESCOGE CAMPOS DE UN CATALOGO (EST-REG-DOC,
      *          "becas.txt", "demograficos.txt", "tutores.txt" Y EL
      *          SALDO DE PAGOS-SALDO-SEARCH), PONE HASTA 5 FILTROS
      *          (CAMPO, OPERADOR, VALOR) Y OBTIENE
      *          "EXTRACTO-<nombre>-<fecha>.csv" CON UN RENGLON POR
      *          ALUMNO QUE PASA TODOS LOS FILTROS. LA DEFINICION SE
      *          GUARDA CON NOMBRE EN "extractos.txt" PARA CORRERLA DE
      *          NUEVO EL MES SIGUIENTE. MISMAS REGLAS DE PRIVACIDAD
      *          QUE LOS EXPORTS EXTERNOS (EXPORT-REGISTRO-DOC): LOS
      *          CAMPOS PERSONALES SALEN ENMASCARADOS SALVO MODO FULL
      *          AUTORIZADO POR UN ADMIN, LA PRIMERA LINEA DECLARA EL
      *          MODO Y CADA CORRIDA QUEDA EN AUDITORIA.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-DOC.

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

               SELECT DOC-BECAS ASSIGN TO "becas.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BEC-REG-CLAVE
                   FILE STATUS WS-STATUS-BEC.

               SELECT DOC-DEMOGRAFICOS ASSIGN TO "demograficos.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DEM-REG-CLAVE
                   FILE STATUS WS-STATUS-DEM.

               SELECT DOC-TUTORES ASSIGN TO "tutores.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TUT-REG-CLAVE
                   FILE STATUS WS-STATUS-TUT.

               SELECT DOC-DEFINICIONES ASSIGN TO "extractos.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEF-REG-NOMBRE
                   FILE STATUS WS-STATUS-DEF.

               SELECT REP-EXTRACTO ASSIGN TO WS-REP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-DES.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-BECAS.
               01 BEC-REG-DOC.
                   05 BEC-REG-CLAVE PIC 9(08).
                   05 BEC-REG-TIPO PIC X(12).
                   05 BEC-REG-PORCENTAJE PIC 9(03).
                   05 BEC-REG-ESTATUS PIC X(01).
                       88 BECA-VIGENTE VALUE "V".
                       88 BECA-REVOCADA VALUE "R".
                   05 BEC-REG-FECHA PIC 9(08).

           FD DOC-DEMOGRAFICOS.
               01 DEM-REG-DOC.
                   05 DEM-REG-CLAVE PIC 9(08).
                   05 DEM-REG-FECHA-NAC PIC 9(08).
                   05 DEM-REG-DIRECCION PIC X(60).
                   05 DEM-REG-TUTOR PIC X(40).
                   05 DEM-REG-CONTACTO-EMER PIC X(40).
                   05 DEM-REG-TEL-EMER PIC X(10).
                   05 DEM-REG-CURP PIC X(18).

           FD DOC-TUTORES.
               01 TUT-REG-DOC.
                   05 TUT-REG-CLAVE PIC 9(08).
                   05 TUT-REG-PROFE PIC 9(03).
                   05 TUT-REG-FECHA PIC 9(08).

           FD DOC-DEFINICIONES.
      *    DEFINICION GUARDADA: CAMPOS EN ORDEN DE SALIDA (CLAVE DEL
      *    CATALOGO) Y FILTROS; TODOS LOS FILTROS DEBEN CUMPLIRSE.
               01 DEF-REG-DOC.
                   05 DEF-REG-NOMBRE PIC X(12).
                   05 DEF-REG-USUARIO PIC X(10).
                   05 DEF-REG-FECHA PIC 9(08).
                   05 DEF-REG-TOTAL-CAMPOS PIC 9(02).
                   05 DEF-REG-CAMPO OCCURS 20 TIMES PIC 9(02).
                   05 DEF-REG-TOTAL-FILTROS PIC 9(01).
                   05 DEF-REG-FILTRO OCCURS 5 TIMES.
                       10 DEF-REG-FIL-CAMPO PIC 9(02).
                       10 DEF-REG-FIL-OPER PIC X(02).
                       10 DEF-REG-FIL-VALOR PIC X(30).

           FD REP-EXTRACTO.
               01 LINEA-CSV PIC X(800).

           WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
      *    auditoria.txt LOS HACE AUDITORIA-WRITER.
           01 LINEA-AUDITORIA PIC X(132).

           01 WS-VARIABLES.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-BEC PIC XX.
               05 WS-STATUS-DEM PIC XX.
               05 WS-STATUS-TUT PIC XX.
               05 WS-STATUS-DEF PIC XX.
               05 WS-STATUS-DES PIC XX.
               05 WS-OPERADOR-LOGIN PIC X(10) VALUE SPACES.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
      *        FULL SOLO CON ROL ADMIN; EN MASKED LOS CAMPOS
      *        PERSONALES SALEN OCULTOS Y LA PRIMERA LINEA LO DECLARA.
               05 WS-MODO-PRIVACIDAD PIC X(06) VALUE "MASKED".
               05 WS-RESPUESTA PIC X(03).
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-MODO PIC 9 VALUE 0.
               05 WS-FECHA-HOY PIC 9(08) VALUE ZEROS.
               05 WS-REP-FILENAME PIC X(40).
               05 WS-NOMBRE-EXTRACTO PIC X(12).
               05 WS-CAMPO-CAPTURA PIC 9(02).
               05 WS-OPER-CAPTURA PIC X(02).
               05 WS-VALOR-CAPTURA PIC X(30).
               05 WS-TOTAL-FILAS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-LEIDOS PIC 9(06) VALUE ZEROS.
               05 WS-TOTAL-DEF PIC 9(04) VALUE ZEROS.
               05 WS-PTR PIC 9(04).
               05 WS-VALOR-SALIDA PIC X(60).

      *    CATALOGO DE CAMPOS EXTRAIBLES. LA POSICION ES LA CLAVE QUE
      *    TECLEA EL OPERADOR Y QUE SE GUARDA EN LA DEFINICION; UN
      *    CAMPO NUEVO VA AL FINAL PARA NO MOVER LAS DEFINICIONES
      *    GUARDADAS. TIPO N = NUMERICO, X = TEXTO. ORIGEN E = MAESTRO,
      *    B = BECAS, D = DEMOGRAFICOS, T = TUTORES, P = PAGOS.
      *    PERSONAL S = SE ENMASCARA FUERA DE MODO FULL.
           01 WS-CATALOGO.
               05 FILLER PIC X(17) VALUE "CLAVE         NEN".
               05 FILLER PIC X(17) VALUE "NOMBRE        XEN".
               05 FILLER PIC X(17) VALUE "GRADO         NEN".
               05 FILLER PIC X(17) VALUE "CARRERA       NEN".
               05 FILLER PIC X(17) VALUE "ESTATUS       XEN".
               05 FILLER PIC X(17) VALUE "PLANTEL       NEN".
               05 FILLER PIC X(17) VALUE "TELEFONO      XES".
               05 FILLER PIC X(17) VALUE "EMAIL         XES".
               05 FILLER PIC X(17) VALUE "PROMEDIO      NEN".
               05 FILLER PIC X(17) VALUE "NUM-MATERIAS  NEN".
               05 FILLER PIC X(17) VALUE "BECA-TIPO     XBN".
               05 FILLER PIC X(17) VALUE "BECA-PCT      NBN".
               05 FILLER PIC X(17) VALUE "BECA-ESTATUS  XBN".
               05 FILLER PIC X(17) VALUE "FECHA-NAC     NDS".
               05 FILLER PIC X(17) VALUE "DIRECCION     XDS".
               05 FILLER PIC X(17) VALUE "PADRE-TUTOR   XDS".
               05 FILLER PIC X(17) VALUE "CONTACTO-EMER XDS".
               05 FILLER PIC X(17) VALUE "TEL-EMER      XDS".
               05 FILLER PIC X(17) VALUE "CURP          XDS".
               05 FILLER PIC X(17) VALUE "TUTOR-PROFE   NTN".
               05 FILLER PIC X(17) VALUE "TUTOR-NOMBRE  XTN".
               05 FILLER PIC X(17) VALUE "TUTOR-FECHA   NTN".
               05 FILLER PIC X(17) VALUE "SALDO-VENCIDO NPN".
               05 FILLER PIC X(17) VALUE "SALDO-TOTAL   NPN".
           01 WS-CATALOGO-R REDEFINES WS-CATALOGO.
               05 WS-CAT-ENT OCCURS 24 TIMES.
                   10 WS-CAT-NOMBRE PIC X(14).
                   10 WS-CAT-TIPO PIC X(01).
                   10 WS-CAT-ORIGEN PIC X(01).
                   10 WS-CAT-PERSONAL PIC X(01).
           01 WS-TOTAL-CATALOGO PIC 9(02) VALUE 24.

      *    DEFINICION EN TRABAJO (MISMO FORMATO QUE DEF-REG-DOC).
           01 WS-DEFINICION.
               05 WS-D-NOMBRE PIC X(12).
               05 WS-D-USUARIO PIC X(10).
               05 WS-D-FECHA PIC 9(08).
               05 WS-D-TOTAL-CAMPOS PIC 9(02).
               05 WS-D-CAMPO OCCURS 20 TIMES PIC 9(02).
               05 WS-D-TOTAL-FILTROS PIC 9(01).
               05 WS-D-FILTRO OCCURS 5 TIMES.
                   10 WS-D-FIL-CAMPO PIC 9(02).
                   10 WS-D-FIL-OPER PIC X(02).
                   10 WS-D-FIL-VALOR PIC X(30).
      *    VALOR NUMERICO DE CADA FILTRO, CONVERTIDO UNA SOLA VEZ.
           01 WS-FILTROS-NUM.
               05 WS-FIL-NUM OCCURS 5 TIMES PIC S9(09)V99.

      *    VALORES DEL ALUMNO EN TURNO, UNO POR CAMPO DEL CATALOGO:
      *    TEXTO PARA EL CSV Y NUMERO PARA LOS FILTROS NUMERICOS.
           01 WS-VALORES.
               05 WS-VAL OCCURS 24 TIMES.
                   10 WS-VAL-TEXTO PIC X(60).
                   10 WS-VAL-NUM PIC S9(09)V99.

           01 WS-CALCULO.
               05 WS-CALIF-SUMA PIC 9(05)V9.
               05 WS-CALIF-CONT PIC 9(02).
               05 WS-PROMEDIO PIC 9(03)V99.
               05 WS-PROMEDIO-EDIT PIC ZZ9.99.
               05 WS-SALDO-VENCIDO PIC S9(07)V99.
               05 WS-SALDO-TOTAL PIC S9(07)V99.
               05 WS-SALDO-EDIT PIC -(7)9.99.

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
               05 WS-IDX PIC 99.
               05 WS-IDX-FIL PIC 9.

           01 SWITCHES.
               05 WS-FIN PIC X VALUE "N".
                   88 FIN-ARCHIVO VALUE "S".
               05 WS-CAPTURA-FIN PIC X VALUE "N".
                   88 CAPTURA-TERMINADA VALUE "S".
               05 WS-PASA PIC X VALUE "S".
                   88 PASA-FILTROS VALUE "S".
               05 WS-USA-BECAS PIC X VALUE "N".
                   88 USA-BECAS VALUE "S".
               05 WS-USA-DEMO PIC X VALUE "N".
                   88 USA-DEMOGRAFICOS VALUE "S".
               05 WS-USA-TUTOR PIC X VALUE "N".
                   88 USA-TUTORES VALUE "S".
               05 WS-USA-PAGOS PIC X VALUE "N".
                   88 USA-PAGOS VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           MOVE "N" TO WS-FIRMADO.
           CALL "USUARIO-LOGIN" USING
               WS-OPERADOR-LOGIN WS-ROLES-SESION WS-FIRMADO.
           IF NOT SESION-FIRMADA
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROLES-SESION(4:1) NOT = "S"
               AND WS-ROLES-SESION(5:1) NOT = "S"
               DISPLAY "**** SU USUARIO NO TIENE EL ROL DE REPORTES ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100020-PRIVACIDAD.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 100010-MENU UNTIL WS-MODO = 9.
           EXIT.

       100010-MENU.
           DISPLAY "--------------------------------------".
           DISPLAY "---- EXTRACTOS A LA MEDIDA (CSV) ----".
           DISPLAY "--------------------------------------".
           DISPLAY "  [1] NUEVO EXTRACTO".
           DISPLAY "  [2] CORRER UN EXTRACTO GUARDADO".
           DISPLAY "  [3] LISTAR EXTRACTOS GUARDADOS".
           DISPLAY "  [4] BORRAR UN EXTRACTO GUARDADO".
           DISPLAY "  [9] SALIR".
           DISPLAY "--------------------------------------".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN 1
                   PERFORM 100100-NUEVO-EXTRACTO
               WHEN 2
                   PERFORM 100200-CORRE-GUARDADO
               WHEN 3
                   PERFORM 100250-LISTA-GUARDADOS
               WHEN 4
                   PERFORM 100270-BORRA-GUARDADO
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "**** OPCION INVALIDA ****"
           END-EVALUATE.
           EXIT.

       100020-PRIVACIDAD.
      *    EL CSV SALE DE LA OFICINA IGUAL QUE LOS EXPORTS; POR
      *    OMISION VA ENMASCARADO Y SOLO UN ADMIN AUTORIZA FULL PARA
      *    TODA LA SESION.
           MOVE "MASKED" TO WS-MODO-PRIVACIDAD.
           IF WS-ROLES-SESION(5:1) = "S"
               DISPLAY "¿EXTRACTOS CON DATOS PERSONALES EN CLARO "
                       "(FULL)? (S/N): " WITH NO ADVANCING
               ACCEPT WS-RESPUESTA
               MOVE FUNCTION UPPER-CASE(WS-RESPUESTA) TO WS-RESPUESTA
               IF WS-RESPUESTA(1:1) = "S"
                   MOVE "FULL" TO WS-MODO-PRIVACIDAD
               END-IF
           END-IF.
           EXIT.

       100100-NUEVO-EXTRACTO.
           INITIALIZE WS-DEFINICION.
           PERFORM 100110-MUESTRA-CATALOGO.
           PERFORM 100120-CAPTURA-CAMPOS.
           IF WS-D-TOTAL-CAMPOS = ZEROS
               DISPLAY "**** SIN CAMPOS NO HAY EXTRACTO ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 100130-CAPTURA-FILTROS.
           DISPLAY "GUARDAR COMO (ENTER = NO GUARDAR): "
               WITH NO ADVANCING.
           ACCEPT WS-NOMBRE-EXTRACTO.
           MOVE FUNCTION UPPER-CASE(WS-NOMBRE-EXTRACTO)
               TO WS-NOMBRE-EXTRACTO.
           MOVE WS-NOMBRE-EXTRACTO TO WS-D-NOMBRE.
           IF WS-D-NOMBRE NOT = SPACES
               PERFORM 100150-GUARDA-DEFINICION
           END-IF.
           PERFORM 100300-CORRE-EXTRACTO.
           EXIT.

       100110-MUESTRA-CATALOGO.
           DISPLAY "CAMPOS DISPONIBLES (* = DATO PERSONAL):".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-CATALOGO
               IF WS-CAT-PERSONAL(WS-IDX) = "S"
                   DISPLAY "  " WS-IDX " " WS-CAT-NOMBRE(WS-IDX) " *"
               ELSE
                   DISPLAY "  " WS-IDX " " WS-CAT-NOMBRE(WS-IDX)
               END-IF
           END-PERFORM.
           EXIT.

       100120-CAPTURA-CAMPOS.
      *    LOS CAMPOS SALEN EN EL ORDEN EN QUE SE TECLEAN.
           MOVE "N" TO WS-CAPTURA-FIN.
           PERFORM UNTIL CAPTURA-TERMINADA
                   OR WS-D-TOTAL-CAMPOS >= 20
               DISPLAY "CAMPOS ELEGIDOS " WS-D-TOTAL-CAMPOS
                       "; SIGUIENTE CAMPO (00 = FIN): "
                       WITH NO ADVANCING
               ACCEPT WS-CAMPO-CAPTURA
               EVALUATE TRUE
                   WHEN WS-CAMPO-CAPTURA = ZEROS
                       SET CAPTURA-TERMINADA TO TRUE
                   WHEN WS-CAMPO-CAPTURA > WS-TOTAL-CATALOGO
                       DISPLAY "**** CAMPO FUERA DEL CATALOGO ***"
                   WHEN OTHER
                       ADD 1 TO WS-D-TOTAL-CAMPOS
                       MOVE WS-CAMPO-CAPTURA
                           TO WS-D-CAMPO(WS-D-TOTAL-CAMPOS)
               END-EVALUATE
           END-PERFORM.
           EXIT.

       100130-CAPTURA-FILTROS.
      *    TODOS LOS FILTROS SE DEBEN CUMPLIR (Y). OPERADORES
      *    = <> > < >= <=; VALOR EN BLANCO = CAMPO VACIO (P. EJ.
      *    TELEFONO <> EN BLANCO = ALUMNOS CON TELEFONO).
           MOVE "N" TO WS-CAPTURA-FIN.
           PERFORM UNTIL CAPTURA-TERMINADA
                   OR WS-D-TOTAL-FILTROS >= 5
               DISPLAY "FILTRO: CAMPO (00 = SIN MAS FILTROS): "
                       WITH NO ADVANCING
               ACCEPT WS-CAMPO-CAPTURA
               EVALUATE TRUE
                   WHEN WS-CAMPO-CAPTURA = ZEROS
                       SET CAPTURA-TERMINADA TO TRUE
                   WHEN WS-CAMPO-CAPTURA > WS-TOTAL-CATALOGO
                       DISPLAY "**** CAMPO FUERA DEL CATALOGO ***"
                   WHEN OTHER
                       PERFORM 100135-CAPTURA-OPERADOR
               END-EVALUATE
           END-PERFORM.
           EXIT.

       100135-CAPTURA-OPERADOR.
           DISPLAY "  OPERADOR (= <> > < >= <=): " WITH NO ADVANCING.
           ACCEPT WS-OPER-CAPTURA.
           IF WS-OPER-CAPTURA NOT = "= " AND NOT = "<>"
               AND NOT = "> " AND NOT = "< "
               AND NOT = ">=" AND NOT = "<="
               DISPLAY "**** OPERADOR INVALIDO; FILTRO DESCARTADO ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  VALOR: " WITH NO ADVANCING.
           ACCEPT WS-VALOR-CAPTURA.
           ADD 1 TO WS-D-TOTAL-FILTROS.
           MOVE WS-CAMPO-CAPTURA TO WS-D-FIL-CAMPO(WS-D-TOTAL-FILTROS).
           MOVE WS-OPER-CAPTURA TO WS-D-FIL-OPER(WS-D-TOTAL-FILTROS).
           MOVE WS-VALOR-CAPTURA TO WS-D-FIL-VALOR(WS-D-TOTAL-FILTROS).
           EXIT.

       100150-GUARDA-DEFINICION.
           MOVE WS-OPERADOR-LOGIN TO WS-D-USUARIO.
           MOVE WS-FECHA-HOY TO WS-D-FECHA.
           OPEN I-O DOC-DEFINICIONES.
           IF WS-STATUS-DEF = "35"
               OPEN OUTPUT DOC-DEFINICIONES
               CLOSE DOC-DEFINICIONES
               OPEN I-O DOC-DEFINICIONES
           END-IF.
           MOVE WS-DEFINICION TO DEF-REG-DOC.
           WRITE DEF-REG-DOC
               INVALID KEY
                   DISPLAY "**** YA EXISTE UN EXTRACTO "
                           FUNCTION TRIM(WS-D-NOMBRE)
                           "; ¿REEMPLAZARLO? (S/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-RESPUESTA
                   MOVE FUNCTION UPPER-CASE(WS-RESPUESTA)
                       TO WS-RESPUESTA
                   IF WS-RESPUESTA(1:1) = "S"
                       MOVE WS-DEFINICION TO DEF-REG-DOC
                       REWRITE DEF-REG-DOC
                       DISPLAY "**** EXTRACTO REEMPLAZADO ***"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "**** EXTRACTO GUARDADO ***"
           END-WRITE.
           CLOSE DOC-DEFINICIONES.
           EXIT.

       100200-CORRE-GUARDADO.
           DISPLAY "NOMBRE DEL EXTRACTO: " WITH NO ADVANCING.
           ACCEPT WS-NOMBRE-EXTRACTO.
           MOVE FUNCTION UPPER-CASE(WS-NOMBRE-EXTRACTO)
               TO WS-NOMBRE-EXTRACTO.
           OPEN INPUT DOC-DEFINICIONES.
           IF WS-STATUS-DEF NOT = "00"
               DISPLAY "**** NO HAY EXTRACTOS GUARDADOS ***"
               CLOSE DOC-DEFINICIONES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOMBRE-EXTRACTO TO DEF-REG-NOMBRE.
           READ DOC-DEFINICIONES
               INVALID KEY
                   DISPLAY "**** EXTRACTO NO ENCONTRADO ***"
                   MOVE SPACES TO WS-NOMBRE-EXTRACTO
               NOT INVALID KEY
                   MOVE DEF-REG-DOC TO WS-DEFINICION
           END-READ.
           CLOSE DOC-DEFINICIONES.
           IF WS-NOMBRE-EXTRACTO NOT = SPACES
               PERFORM 100300-CORRE-EXTRACTO
           END-IF.
           EXIT.

       100250-LISTA-GUARDADOS.
           MOVE ZEROS TO WS-TOTAL-DEF.
           MOVE "N" TO WS-FIN.
           OPEN INPUT DOC-DEFINICIONES.
           IF WS-STATUS-DEF = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ DOC-DEFINICIONES NEXT RECORD
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TOTAL-DEF
                           DISPLAY "  " DEF-REG-NOMBRE
                                   "  " DEF-REG-USUARIO
                                   "  " DEF-REG-FECHA
                                   "  CAMPOS " DEF-REG-TOTAL-CAMPOS
                                   "  FILTROS " DEF-REG-TOTAL-FILTROS
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-DEFINICIONES.
           DISPLAY "**** EXTRACTOS GUARDADOS: " WS-TOTAL-DEF " ***".
           EXIT.

       100270-BORRA-GUARDADO.
      *    SOLO QUIEN LO GUARDO O UN ADMIN BORRA UN EXTRACTO.
           DISPLAY "NOMBRE DEL EXTRACTO A BORRAR: " WITH NO ADVANCING.
           ACCEPT WS-NOMBRE-EXTRACTO.
           MOVE FUNCTION UPPER-CASE(WS-NOMBRE-EXTRACTO)
               TO WS-NOMBRE-EXTRACTO.
           OPEN I-O DOC-DEFINICIONES.
           IF WS-STATUS-DEF NOT = "00"
               DISPLAY "**** NO HAY EXTRACTOS GUARDADOS ***"
               CLOSE DOC-DEFINICIONES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOMBRE-EXTRACTO TO DEF-REG-NOMBRE.
           READ DOC-DEFINICIONES
               INVALID KEY
                   DISPLAY "**** EXTRACTO NO ENCONTRADO ***"
               NOT INVALID KEY
                   IF DEF-REG-USUARIO = WS-OPERADOR-LOGIN
                       OR WS-ROLES-SESION(5:1) = "S"
                       DELETE DOC-DEFINICIONES
                       DISPLAY "**** EXTRACTO BORRADO ***"
                   ELSE
                       DISPLAY "**** EL EXTRACTO ES DE "
                               DEF-REG-USUARIO
                               "; SOLO EL O UN ADMIN LO BORRA ***"
                   END-IF
           END-READ.
           CLOSE DOC-DEFINICIONES.
           EXIT.

       100300-CORRE-EXTRACTO.
           PERFORM 100305-PREPARA-CORRIDA.
           OPEN INPUT DOC-EST.
           IF WS-STATUS-EST NOT = "00"
               DISPLAY "**** ESTUDIANTES.TXT NO EXISTE TODAVIA ***"
               CLOSE DOC-EST
               EXIT PARAGRAPH
           END-IF.
      *    UN SATELITE QUE NO EXISTE DEJA SUS CAMPOS EN BLANCO.
           IF USA-BECAS
               OPEN INPUT DOC-BECAS
               IF WS-STATUS-BEC NOT = "00"
                   DISPLAY "**** SIN BECAS.TXT; CAMPOS EN BLANCO ***"
                   CLOSE DOC-BECAS
                   MOVE "N" TO WS-USA-BECAS
               END-IF
           END-IF.
           IF USA-DEMOGRAFICOS
               OPEN INPUT DOC-DEMOGRAFICOS
               IF WS-STATUS-DEM NOT = "00"
                   DISPLAY "**** SIN DEMOGRAFICOS.TXT; CAMPOS EN "
                           "BLANCO ***"
                   CLOSE DOC-DEMOGRAFICOS
                   MOVE "N" TO WS-USA-DEMO
               END-IF
           END-IF.
           IF USA-TUTORES
               OPEN INPUT DOC-TUTORES
               IF WS-STATUS-TUT NOT = "00"
                   DISPLAY "**** SIN TUTORES.TXT; CAMPOS EN BLANCO ***"
                   CLOSE DOC-TUTORES
                   MOVE "N" TO WS-USA-TUTOR
               END-IF
           END-IF.
           OPEN OUTPUT REP-EXTRACTO.
           PERFORM 100306-ENCABEZADO-CSV.
           MOVE ZEROS TO WS-TOTAL-FILAS.
           MOVE ZEROS TO WS-TOTAL-LEIDOS.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL FIN-ARCHIVO
               READ DOC-EST NEXT RECORD
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM 100310-CARGA-VALORES
                       PERFORM 100320-EVALUA-FILTROS
                       IF PASA-FILTROS
                           PERFORM 100330-ESCRIBE-FILA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-EST.
           IF USA-BECAS
               CLOSE DOC-BECAS
           END-IF.
           IF USA-DEMOGRAFICOS
               CLOSE DOC-DEMOGRAFICOS
           END-IF.
           IF USA-TUTORES
               CLOSE DOC-TUTORES
           END-IF.
           CLOSE REP-EXTRACTO.
           PERFORM 100340-AUDITA-CORRIDA.
           DISPLAY "**** " WS-TOTAL-FILAS " DE " WS-TOTAL-LEIDOS
                   " ALUMNOS EN " FUNCTION TRIM(WS-REP-FILENAME)
                   " (" FUNCTION TRIM(WS-MODO-PRIVACIDAD) ") ***".
           EXIT.

       100305-PREPARA-CORRIDA.
      *    SOLO SE ABREN LOS ARCHIVOS SATELITE QUE PIDEN LOS CAMPOS O
      *    LOS FILTROS; EL SALDO SE CALCULA SOLO SI SE USA.
           MOVE "N" TO WS-USA-BECAS.
           MOVE "N" TO WS-USA-DEMO.
           MOVE "N" TO WS-USA-TUTOR.
           MOVE "N" TO WS-USA-PAGOS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-D-TOTAL-CAMPOS
               MOVE WS-D-CAMPO(WS-SUB) TO WS-IDX
               PERFORM 100307-MARCA-ORIGEN
           END-PERFORM.
           PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                   UNTIL WS-IDX-FIL > WS-D-TOTAL-FILTROS
               MOVE WS-D-FIL-CAMPO(WS-IDX-FIL) TO WS-IDX
               PERFORM 100307-MARCA-ORIGEN
               MOVE ZEROS TO WS-FIL-NUM(WS-IDX-FIL)
               IF WS-CAT-TIPO(WS-IDX) = "N"
                   AND WS-D-FIL-VALOR(WS-IDX-FIL) NOT = SPACES
                   COMPUTE WS-FIL-NUM(WS-IDX-FIL) =
                       FUNCTION NUMVAL(WS-D-FIL-VALOR(WS-IDX-FIL))
               END-IF
           END-PERFORM.
           IF WS-D-NOMBRE = SPACES
               MOVE "ADHOC" TO WS-NOMBRE-EXTRACTO
           ELSE
               MOVE WS-D-NOMBRE TO WS-NOMBRE-EXTRACTO
           END-IF.
           INITIALIZE WS-REP-FILENAME.
           STRING
               "EXTRACTO-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOMBRE-EXTRACTO) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
           INTO WS-REP-FILENAME.
           EXIT.

       100307-MARCA-ORIGEN.
           EVALUATE WS-CAT-ORIGEN(WS-IDX)
               WHEN "B"
                   SET USA-BECAS TO TRUE
               WHEN "D"
                   SET USA-DEMOGRAFICOS TO TRUE
               WHEN "T"
                   SET USA-TUTORES TO TRUE
               WHEN "P"
                   SET USA-PAGOS TO TRUE
           END-EVALUATE.
           EXIT.

       100306-ENCABEZADO-CSV.
      *    PRIMERA LINEA: MODO DE PRIVACIDAD, COMO EN LOS EXPORTS;
      *    SEGUNDA: NOMBRES DE LAS COLUMNAS.
           INITIALIZE LINEA-CSV.
           STRING
               "MODO," DELIMITED BY SIZE
               FUNCTION TRIM(WS-MODO-PRIVACIDAD) DELIMITED BY SIZE
           INTO LINEA-CSV.
           WRITE LINEA-CSV.
           INITIALIZE LINEA-CSV.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-D-TOTAL-CAMPOS
               IF WS-SUB > 1
                   STRING "," DELIMITED BY SIZE
                       INTO LINEA-CSV WITH POINTER WS-PTR
               END-IF
               MOVE WS-D-CAMPO(WS-SUB) TO WS-IDX
               STRING
                   FUNCTION TRIM(WS-CAT-NOMBRE(WS-IDX))
                       DELIMITED BY SIZE
                   INTO LINEA-CSV WITH POINTER WS-PTR
           END-PERFORM.
           WRITE LINEA-CSV.
           EXIT.

       100310-CARGA-VALORES.
           INITIALIZE WS-VALORES.
           MOVE EST-REG-CLAVE TO WS-VAL-TEXTO(1).
           MOVE EST-REG-CLAVE TO WS-VAL-NUM(1).
           MOVE EST-REG-NOMBRE TO WS-VAL-TEXTO(2).
           MOVE EST-REG-GRADO TO WS-VAL-TEXTO(3).
           MOVE EST-REG-GRADO TO WS-VAL-NUM(3).
           MOVE EST-REG-CARRERA TO WS-VAL-TEXTO(4).
           MOVE EST-REG-CARRERA TO WS-VAL-NUM(4).
           MOVE EST-REG-ESTATUS TO WS-VAL-TEXTO(5).
           MOVE EST-REG-PLANTEL TO WS-VAL-TEXTO(6).
           MOVE EST-REG-PLANTEL TO WS-VAL-NUM(6).
           MOVE EST-REG-TELEFONO TO WS-VAL-TEXTO(7).
           MOVE EST-REG-EMAIL TO WS-VAL-TEXTO(8).
           PERFORM 100311-PROMEDIO.
           IF USA-BECAS
               PERFORM 100312-VALORES-BECA
           END-IF.
           IF USA-DEMOGRAFICOS
               PERFORM 100313-VALORES-DEMOGRAFICOS
           END-IF.
           IF USA-TUTORES
               PERFORM 100314-VALORES-TUTOR
           END-IF.
           IF USA-PAGOS
               PERFORM 100315-VALORES-SALDO
           END-IF.
           EXIT.

       100311-PROMEDIO.
      *    PROMEDIO SIMPLE DE LAS FINALES INSCRITAS, COMO EN
      *    DATA-CALL-DOC, Y NUMERO DE MATERIAS INSCRITAS.
           MOVE ZEROS TO WS-CALIF-SUMA.
           MOVE ZEROS TO WS-CALIF-CONT.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               IF EST-REG-MAT-CLAVE(WS-SUB) NOT = ZEROS
                   ADD EST-REG-CALIF-TABLA(WS-SUB) TO WS-CALIF-SUMA
                   ADD 1 TO WS-CALIF-CONT
               END-IF
           END-PERFORM.
           IF WS-CALIF-CONT > ZEROS
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-CALIF-SUMA / WS-CALIF-CONT
           ELSE
               MOVE ZEROS TO WS-PROMEDIO
           END-IF.
           MOVE WS-PROMEDIO TO WS-PROMEDIO-EDIT.
           MOVE WS-PROMEDIO-EDIT TO WS-VAL-TEXTO(9).
           MOVE WS-PROMEDIO TO WS-VAL-NUM(9).
           MOVE WS-CALIF-CONT TO WS-VAL-TEXTO(10).
           MOVE WS-CALIF-CONT TO WS-VAL-NUM(10).
           EXIT.

       100312-VALORES-BECA.
           MOVE EST-REG-CLAVE TO BEC-REG-CLAVE.
           READ DOC-BECAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BEC-REG-TIPO TO WS-VAL-TEXTO(11)
                   MOVE BEC-REG-PORCENTAJE TO WS-VAL-TEXTO(12)
                   MOVE BEC-REG-PORCENTAJE TO WS-VAL-NUM(12)
                   MOVE BEC-REG-ESTATUS TO WS-VAL-TEXTO(13)
           END-READ.
           EXIT.

       100313-VALORES-DEMOGRAFICOS.
           MOVE EST-REG-CLAVE TO DEM-REG-CLAVE.
           READ DOC-DEMOGRAFICOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEM-REG-FECHA-NAC TO WS-VAL-TEXTO(14)
                   MOVE DEM-REG-FECHA-NAC TO WS-VAL-NUM(14)
                   MOVE DEM-REG-DIRECCION TO WS-VAL-TEXTO(15)
                   MOVE DEM-REG-TUTOR TO WS-VAL-TEXTO(16)
                   MOVE DEM-REG-CONTACTO-EMER TO WS-VAL-TEXTO(17)
                   MOVE DEM-REG-TEL-EMER TO WS-VAL-TEXTO(18)
                   MOVE DEM-REG-CURP TO WS-VAL-TEXTO(19)
           END-READ.
           EXIT.

       100314-VALORES-TUTOR.
           MOVE EST-REG-CLAVE TO TUT-REG-CLAVE.
           READ DOC-TUTORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TUT-REG-PROFE TO WS-VAL-TEXTO(20)
                   MOVE TUT-REG-PROFE TO WS-VAL-NUM(20)
                   MOVE TUT-REG-FECHA TO WS-VAL-TEXTO(22)
                   MOVE TUT-REG-FECHA TO WS-VAL-NUM(22)
                   MOVE SPACES TO WS-PROF-NOMBRE-LK
                   MOVE "N" TO WS-PROF-ENCONTRADO
                   MOVE TUT-REG-PROFE TO WS-PROF-CLAVE-LK
                   CALL "PROFESOR-SEARCH" USING
                       WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK
                       WS-PROF-ENCONTRADO
                   IF PROFESOR-ENCONTRADO
                       MOVE WS-PROF-NOMBRE-LK TO WS-VAL-TEXTO(21)
                   END-IF
           END-READ.
           EXIT.

       100315-VALORES-SALDO.
      *    SALDO AL DIA DE LA CORRIDA, MISMA REGLA QUE EL ESTADO DE
      *    CUENTA.
           MOVE ZEROS TO WS-SALDO-VENCIDO WS-SALDO-TOTAL.
           CALL "PAGOS-SALDO-SEARCH" USING
               EST-REG-CLAVE WS-FECHA-HOY
               WS-SALDO-VENCIDO WS-SALDO-TOTAL.
           MOVE WS-SALDO-VENCIDO TO WS-SALDO-EDIT.
           MOVE WS-SALDO-EDIT TO WS-VAL-TEXTO(23).
           MOVE WS-SALDO-VENCIDO TO WS-VAL-NUM(23).
           MOVE WS-SALDO-TOTAL TO WS-SALDO-EDIT.
           MOVE WS-SALDO-EDIT TO WS-VAL-TEXTO(24).
           MOVE WS-SALDO-TOTAL TO WS-VAL-NUM(24).
           EXIT.

       100320-EVALUA-FILTROS.
      *    LOS FILTROS SE EVALUAN SOBRE EL DATO REAL, ANTES DEL
      *    ENMASCARADO; LOS NUMERICOS COMPARAN POR VALOR Y LOS DE
      *    TEXTO COMO CADENA.
           SET PASA-FILTROS TO TRUE.
           PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                   UNTIL WS-IDX-FIL > WS-D-TOTAL-FILTROS
                   OR NOT PASA-FILTROS
               MOVE WS-D-FIL-CAMPO(WS-IDX-FIL) TO WS-IDX
               IF WS-CAT-TIPO(WS-IDX) = "N"
                   PERFORM 100321-COMPARA-NUMERO
               ELSE
                   PERFORM 100322-COMPARA-TEXTO
               END-IF
           END-PERFORM.
           EXIT.

       100321-COMPARA-NUMERO.
           EVALUATE WS-D-FIL-OPER(WS-IDX-FIL)
               WHEN "= "
                   IF WS-VAL-NUM(WS-IDX) NOT = WS-FIL-NUM(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
               WHEN "<>"
                   IF WS-VAL-NUM(WS-IDX) = WS-FIL-NUM(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
               WHEN "> "
                   IF WS-VAL-NUM(WS-IDX) NOT > WS-FIL-NUM(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
               WHEN "< "
                   IF WS-VAL-NUM(WS-IDX) NOT < WS-FIL-NUM(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
               WHEN ">="
                   IF WS-VAL-NUM(WS-IDX) < WS-FIL-NUM(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
               WHEN "<="
                   IF WS-VAL-NUM(WS-IDX) > WS-FIL-NUM(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
           END-EVALUATE.
           EXIT.

       100322-COMPARA-TEXTO.
           EVALUATE WS-D-FIL-OPER(WS-IDX-FIL)
               WHEN "= "
                   IF WS-VAL-TEXTO(WS-IDX)
                       NOT = WS-D-FIL-VALOR(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
               WHEN "<>"
                   IF WS-VAL-TEXTO(WS-IDX)
                       = WS-D-FIL-VALOR(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
               WHEN "> "
                   IF WS-VAL-TEXTO(WS-IDX)
                       NOT > WS-D-FIL-VALOR(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
               WHEN "< "
                   IF WS-VAL-TEXTO(WS-IDX)
                       NOT < WS-D-FIL-VALOR(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
               WHEN ">="
                   IF WS-VAL-TEXTO(WS-IDX)
                       < WS-D-FIL-VALOR(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
               WHEN "<="
                   IF WS-VAL-TEXTO(WS-IDX)
                       > WS-D-FIL-VALOR(WS-IDX-FIL)
                       MOVE "N" TO WS-PASA
                   END-IF
           END-EVALUATE.
           EXIT.

       100330-ESCRIBE-FILA.
      *    LAS COMAS DENTRO DE UN DATO (DIRECCIONES) SE CAMBIAN POR
      *    PUNTO Y COMA PARA NO ROMPER LAS COLUMNAS.
           ADD 1 TO WS-TOTAL-FILAS.
           INITIALIZE LINEA-CSV.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-D-TOTAL-CAMPOS
               IF WS-SUB > 1
                   STRING "," DELIMITED BY SIZE
                       INTO LINEA-CSV WITH POINTER WS-PTR
               END-IF
               MOVE WS-D-CAMPO(WS-SUB) TO WS-IDX
               IF WS-CAT-PERSONAL(WS-IDX) = "S"
                   AND WS-MODO-PRIVACIDAD NOT = "FULL"
                   MOVE "**********" TO WS-VALOR-SALIDA
               ELSE
                   MOVE WS-VAL-TEXTO(WS-IDX) TO WS-VALOR-SALIDA
               END-IF
               INSPECT WS-VALOR-SALIDA REPLACING ALL "," BY ";"
               IF WS-VALOR-SALIDA NOT = SPACES
                   STRING
                       FUNCTION TRIM(WS-VALOR-SALIDA)
                           DELIMITED BY SIZE
                       INTO LINEA-CSV WITH POINTER WS-PTR
               END-IF
           END-PERFORM.
           WRITE LINEA-CSV.
           EXIT.

       100340-AUDITA-CORRIDA.
      *    QUIEN, CUANDO, QUE EXTRACTO, EN QUE MODO Y CUANTOS ALUMNOS.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-HORA FROM TIME.
           INITIALIZE LINEA-AUDITORIA.
           STRING
               "EXTRACTO" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-OPERADOR-LOGIN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-FECHA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUD-HORA(1:6) DELIMITED BY SIZE
               "|00000000|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOMBRE-EXTRACTO) DELIMITED BY SIZE
               " MODO " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MODO-PRIVACIDAD) DELIMITED BY SIZE
               " CAMPOS " DELIMITED BY SIZE
               WS-D-TOTAL-CAMPOS DELIMITED BY SIZE
               " FILTROS " DELIMITED BY SIZE
               WS-D-TOTAL-FILTROS DELIMITED BY SIZE
               " FILAS " DELIMITED BY SIZE
               WS-TOTAL-FILAS DELIMITED BY SIZE
           INTO LINEA-AUDITORIA.
           CALL "AUDITORIA-WRITER" USING LINEA-AUDITORIA.
           EXIT.

       END PROGRAM EXTRACTO-DOC.
