      *          "ciclos.txt" (DE LA APERTURA DE INSCRIPCION AL
      *          CIERRE DE CALIFICACION). SE ENVIA POR CORREO AL
      *          INSCRIBIR Y LA MESA DEJA DE RECONTESTAR "¿A QUE HORA
      *          ES MI CLASE?" TODA LA PRIMERA SEMANA. LOS DIAS
      *          INHABILES DEL PLANTEL DE CADA MATERIA
      *          ("dias-inhabiles.txt") SALEN COMO EXDATE DEL EVENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORARIO-ICS-DOC.
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
                   RECORD KEY IS CIC-REG-ID
                   FILE STATUS WS-STATUS-CIC.

               SELECT DOC-DIAS ASSIGN TO "dias-inhabiles.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DIA-REG-LLAVE
                   FILE STATUS WS-STATUS-DIA.

               SELECT DOC-ICS ASSIGN TO WS-ICS-ARCHIVO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS WS-STATUS-ICS.
                   05 CIC-REG-CALIF-FIN PIC 9(08).
                   05 CIC-REG-ESTATUS PIC X(01).

           FD DOC-DIAS.
               COPY "DIA-REG-DOC.cpy".

           FD DOC-ICS.
               01 LINEA-ICS PIC X(80).

               05 WS-STATUS-MAT PIC XX.
               05 WS-STATUS-CIC PIC XX.
               05 WS-STATUS-ICS PIC XX.
               05 WS-STATUS-DIA PIC XX.
               05 WS-ICS-ARCHIVO PIC X(30) VALUE SPACES.
               05 WS-CLAVE-BUSCADA PIC 9(08) VALUE ZEROS.
               05 WS-CICLO-ABIERTO PIC X(10) VALUE SPACES.
               05 WS-FECHA-INICIO PIC 9(08).
               05 WS-EVENTOS PIC 9(03) VALUE ZEROS.
               05 WS-UID PIC 9(03) VALUE ZEROS.
               05 WS-EXCEPCIONES PIC 9(04) VALUE ZEROS.

      *    DIAS INHABILES DENTRO DEL TERMINO (TODOS LOS PLANTELES),
      *    CON SU DIA DE LA SEMANA YA CALCULADO.
           01 WS-INHABILES.
               05 WS-TOTAL-INHABILES PIC 9(03) VALUE ZEROS.
               05 WS-TABLA-INHABILES OCCURS 500 TIMES.
                   10 WS-INH-PLANTEL PIC 9(02).
                   10 WS-INH-FECHA PIC 9(08).
                   10 WS-INH-DIA PIC 9(01).

      *    DIA 1-6 (LUNES-SABADO) A LA ABREVIATURA DEL RRULE.
           01 WS-BYDAY-VALUES.
           01 WS-SUBSCRIPTS.
               05 WS-SUB PIC 99.
               05 WS-SUB-SES PIC 9.
               05 WS-IDX PIC 9(03).

           01 SWITCHES.
               05 WS-EST-ENCONTRADO PIC X VALUE "N".
                   88 EST-ENCONTRADO VALUE "S".
               05 WS-FIN-CIC PIC X VALUE "N".
                   88 FIN-CICLOS VALUE "S".
               05 WS-FIN-DIA PIC X VALUE "N".
                   88 FIN-DIAS VALUE "S".

       PROCEDURE DIVISION.

           PERFORM 100100-LEE-ESTUDIANTE.
           IF EST-ENCONTRADO
               PERFORM 100150-FECHAS-DEL-CICLO
               PERFORM 100170-CARGA-INHABILES
               PERFORM 100200-GENERA-ICS
           END-IF.
           EXIT.
           END-IF.
           EXIT.

       100170-CARGA-INHABILES.
      *    SIN CALENDARIO CAPTURADO EL HORARIO SALE SIN EXCEPCIONES.
           MOVE ZEROS TO WS-TOTAL-INHABILES.
           OPEN INPUT DOC-DIAS.
           IF WS-STATUS-DIA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FIN-DIAS
               READ DOC-DIAS NEXT RECORD
                   AT END
                       SET FIN-DIAS TO TRUE
                   NOT AT END
                       IF DIA-REG-FECHA NOT < WS-TERMINO-INI
                           AND DIA-REG-FECHA NOT > WS-TERMINO-FIN
                           AND WS-TOTAL-INHABILES < 500
                           ADD 1 TO WS-TOTAL-INHABILES
                           MOVE DIA-REG-PLANTEL
                               TO WS-INH-PLANTEL(WS-TOTAL-INHABILES)
                           MOVE DIA-REG-FECHA
                               TO WS-INH-FECHA(WS-TOTAL-INHABILES)
                           COMPUTE WS-ENTERO-FECHA =
                               FUNCTION INTEGER-OF-DATE(DIA-REG-FECHA)
                           COMPUTE WS-INH-DIA(WS-TOTAL-INHABILES) =
                               FUNCTION MOD(WS-ENTERO-FECHA - 1, 7) + 1
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOC-DIAS.
           EXIT.

       100200-GENERA-ICS.
           INITIALIZE WS-ICS-ARCHIVO.
           STRING
           CLOSE DOC-ICS.
           DISPLAY "**** CALENDARIO CON " WS-EVENTOS " SESIONES EN "
                   FUNCTION TRIM(WS-ICS-ARCHIVO) " ***".
           IF WS-EXCEPCIONES > ZEROS
               DISPLAY "**** " WS-EXCEPCIONES " CLASES EXCLUIDAS POR "
                       "DIAS INHABILES ***"
           END-IF.
           EXIT.

       100300-EXPORTA-MATERIA.
                   "T235959" DELIMITED BY SIZE
               INTO LINEA-ICS
               WRITE LINEA-ICS
               PERFORM 100420-ESCRIBE-EXCEPCION
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-INHABILES
               INITIALIZE LINEA-ICS
               STRING
                   "SUMMARY:" DELIMITED BY SIZE
                   WS-ENTERO-FECHA + WS-DIAS-AJUSTE).
           EXIT.

       100420-ESCRIBE-EXCEPCION.
      *    UN DIA INHABIL DEL PLANTEL DE LA MATERIA (O DE TODOS) QUE
      *    CAE EN EL DIA DE LA SESION QUITA ESA OCURRENCIA; LA HORA
      *    DEL EXDATE DEBE SER LA MISMA DEL DTSTART.
           IF (WS-INH-PLANTEL(WS-IDX) = ZEROS
               OR WS-INH-PLANTEL(WS-IDX) = MAT-REG-PLANTEL)
               AND WS-INH-DIA(WS-IDX) = WS-SES-DIA
               AND WS-INH-FECHA(WS-IDX) NOT < WS-FECHA-INICIO
               ADD 1 TO WS-EXCEPCIONES
               INITIALIZE LINEA-ICS
               STRING
                   "EXDATE:" DELIMITED BY SIZE
                   WS-INH-FECHA(WS-IDX) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   WS-SES-HORA DELIMITED BY SIZE
                   "0000" DELIMITED BY SIZE
               INTO LINEA-ICS
               WRITE LINEA-ICS
           END-IF.
           EXIT.

       END PROGRAM HORARIO-ICS-DOC.
