      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: PASSWORD RULES FOR "usuarios.txt", SHARED BY
      *          USUARIO-LOGIN (CAMBIO AL ENTRAR) AND USUARIOS-MAKER-DOC
      *          (ALTA Y REPOSICION). CON ACCION "V" VALIDA UN PASSWORD
      *          PROPUESTO: LARGO MINIMO PWD-LARGO (PARAMETROS.TXT, 8
      *          POR OMISION), AL MENOS UNA LETRA Y UN DIGITO, DISTINTO
      *          AL NOMBRE DE USUARIO, Y QUE NO SEA EL VIGENTE NI
      *          NINGUNO DE LOS ULTIMOS PWD-HISTORIA (5 POR OMISION Y
      *          COMO MAXIMO). CON ACCION "G" LO GRABA EN EL REGISTRO:
      *          EL VIGENTE PASA AL HISTORIAL, SE GENERA SAL NUEVA Y SE
      *          GUARDA SU HASH (PASSWORD-HASH). EL QUE LLAMA REESCRIBE
      *          EL REGISTRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSWORD-POLITICA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-LARGO-MIN PIC 9(02) VALUE 8.
               05 WS-HISTORIA PIC 9(01) VALUE 5.
               05 WS-LARGO PIC 9(02) VALUE ZEROS.
               05 WS-BLANCOS PIC 9(02) VALUE ZEROS.
               05 WS-REVES PIC X(20).
               05 WS-LETRAS PIC 9(02) VALUE ZEROS.
               05 WS-DIGITOS PIC 9(02) VALUE ZEROS.
               05 WS-POS PIC 9(02).
               05 WS-SUB PIC 9(01).
               05 WS-CARACTER PIC X(01).
               05 WS-HASH PIC X(40).
               05 WS-SAL-NUM PIC 9(10).
               05 WS-SEMILLA PIC 9(08).
               05 WS-ALEATORIO PIC V9(10).
               05 WS-NOMBRE-PWD PIC X(20).

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
               05 WS-PARAM-ENCONTRADO PIC X.
                   88 PARAMETRO-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-SEMBRADO PIC X VALUE "N".
                   88 ALEATORIO-SEMBRADO VALUE "S".
               05 WS-REPETIDO PIC X VALUE "N".
                   88 PASSWORD-REPETIDO VALUE "S".

       LINKAGE SECTION.
           01 LK-ACCION PIC X(01).
               88 LK-VALIDA VALUE "V".
               88 LK-GRABA VALUE "G".
           01 LK-PASSWORD PIC X(20).
           COPY "USU-REG-DOC.cpy".
           01 LK-RESULTADO PIC X(01).
               88 LK-PASSWORD-OK VALUE "S".
               88 LK-PASSWORD-RECHAZADO VALUE "N".
           01 LK-MOTIVO PIC X(50).

       PROCEDURE DIVISION USING LK-ACCION LK-PASSWORD USU-REG-DOC
           LK-RESULTADO LK-MOTIVO.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
           SET LK-PASSWORD-RECHAZADO TO TRUE.
           MOVE SPACES TO LK-MOTIVO.
           EVALUATE TRUE
               WHEN LK-VALIDA
                   PERFORM 100050-LEE-PARAMETROS
                   PERFORM 100100-VALIDA
               WHEN LK-GRABA
                   PERFORM 100200-GRABA
               WHEN OTHER
                   MOVE "ACCION DESCONOCIDA" TO LK-MOTIVO
           END-EVALUATE.
           EXIT.

       100050-LEE-PARAMETROS.
           MOVE "PWD-LARGO" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               AND WS-PARAM-VALOR > 5
               AND WS-PARAM-VALOR < 21
               MOVE WS-PARAM-VALOR TO WS-LARGO-MIN
           END-IF.
           MOVE "PWD-HISTORIA" TO WS-PARAM-NOMBRE.
           MOVE "N" TO WS-PARAM-ENCONTRADO.
           CALL "PARAMETROS-SEARCH" USING
               WS-PARAM-NOMBRE WS-PARAM-VALOR WS-PARAM-ENCONTRADO.
           IF PARAMETRO-ENCONTRADO
               AND WS-PARAM-VALOR < 6
               MOVE WS-PARAM-VALOR TO WS-HISTORIA
           END-IF.
           EXIT.

       100100-VALIDA.
      *    LARGO SIN LOS ESPACIOS A LA DERECHA.
           MOVE FUNCTION REVERSE(LK-PASSWORD) TO WS-REVES.
           MOVE ZEROS TO WS-BLANCOS.
           INSPECT WS-REVES TALLYING WS-BLANCOS FOR LEADING SPACES.
           COMPUTE WS-LARGO = 20 - WS-BLANCOS.
           IF WS-LARGO < WS-LARGO-MIN
               STRING
                   "DEBE TENER AL MENOS " DELIMITED BY SIZE
                   WS-LARGO-MIN DELIMITED BY SIZE
                   " CARACTERES" DELIMITED BY SIZE
               INTO LK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-LETRAS.
           MOVE ZEROS TO WS-DIGITOS.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-LARGO
               MOVE LK-PASSWORD(WS-POS:1) TO WS-CARACTER
               IF WS-CARACTER IS ALPHABETIC
                   AND WS-CARACTER NOT = SPACE
                   ADD 1 TO WS-LETRAS
               END-IF
               IF WS-CARACTER IS NUMERIC
                   ADD 1 TO WS-DIGITOS
               END-IF
           END-PERFORM.
           IF WS-LETRAS = ZEROS OR WS-DIGITOS = ZEROS
               MOVE "DEBE COMBINAR LETRAS Y DIGITOS" TO LK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE USU-REG-NOMBRE TO WS-NOMBRE-PWD.
           IF FUNCTION UPPER-CASE(LK-PASSWORD) = WS-NOMBRE-PWD
               MOVE "NO PUEDE SER EL NOMBRE DE USUARIO" TO LK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
      *    EL VIGENTE Y LOS ANTERIORES SE COMPARAN POR HASH, CADA UNO
      *    CON SU PROPIA SAL.
           MOVE "N" TO WS-REPETIDO.
           IF USU-REG-HASH NOT = SPACES
               CALL "PASSWORD-HASH" USING
                   USU-REG-SAL LK-PASSWORD WS-HASH
               IF WS-HASH = USU-REG-HASH
                   SET PASSWORD-REPETIDO TO TRUE
               END-IF
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HISTORIA OR PASSWORD-REPETIDO
               IF USU-HIS-HASH(WS-SUB) NOT = SPACES
                   CALL "PASSWORD-HASH" USING
                       USU-HIS-SAL(WS-SUB) LK-PASSWORD WS-HASH
                   IF WS-HASH = USU-HIS-HASH(WS-SUB)
                       SET PASSWORD-REPETIDO TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF PASSWORD-REPETIDO
               STRING
                   "NO PUEDE REPETIR EL ACTUAL NI LOS ULTIMOS "
                       DELIMITED BY SIZE
                   WS-HISTORIA DELIMITED BY SIZE
               INTO LK-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           SET LK-PASSWORD-OK TO TRUE.
           EXIT.

       100200-GRABA.
           IF USU-REG-HASH NOT = SPACES
               PERFORM VARYING WS-SUB FROM 5 BY -1 UNTIL WS-SUB < 2
                   MOVE USU-REG-HISTORIA(WS-SUB - 1)
                       TO USU-REG-HISTORIA(WS-SUB)
               END-PERFORM
               MOVE USU-REG-SAL TO USU-HIS-SAL(1)
               MOVE USU-REG-HASH TO USU-HIS-HASH(1)
           END-IF.
           PERFORM 100210-GENERA-SAL.
           CALL "PASSWORD-HASH" USING
               USU-REG-SAL LK-PASSWORD USU-REG-HASH.
           SET LK-PASSWORD-OK TO TRUE.
           EXIT.

       100210-GENERA-SAL.
      *    LA PRIMERA LLAMADA SIEMBRA EL GENERADOR CON LA HORA; LAS
      *    SIGUIENTES DE LA MISMA CORRIDA CONTINUAN LA SERIE.
           IF NOT ALEATORIO-SEMBRADO
               ACCEPT WS-SEMILLA FROM TIME
               COMPUTE WS-ALEATORIO = FUNCTION RANDOM(WS-SEMILLA)
               SET ALEATORIO-SEMBRADO TO TRUE
           END-IF.
           COMPUTE WS-ALEATORIO = FUNCTION RANDOM.
           COMPUTE WS-SAL-NUM = WS-ALEATORIO * 10000000000.
           MOVE WS-SAL-NUM TO USU-REG-SAL.
           EXIT.

       END PROGRAM PASSWORD-POLITICA.
