      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: ONE-WAY SALTED HASH OF A STAFF PASSWORD FOR
      *          "usuarios.txt". RECIBE LA SAL Y EL PASSWORD Y DEVUELVE
      *          40 DIGITOS: CUATRO CARRILES MODULO PRIMOS DISTINTOS QUE
      *          RECORREN SAL + PASSWORD + UNA CONSTANTE DEL SISTEMA
      *          MIL VECES, MEZCLANDOSE ENTRE SI AL FINAL DE CADA
      *          VUELTA. DEL HASH NO SE PUEDE RECUPERAR EL PASSWORD;
      *          PARA VALIDAR SE VUELVE A CALCULAR CON LA SAL GUARDADA
      *          Y SE COMPARA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSWORD-HASH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-MATERIAL.
               05 WS-MAT-SAL PIC X(10).
               05 WS-MAT-PASSWORD PIC X(20).
               05 WS-MAT-CONSTANTE PIC X(10) VALUE "DOC-USU-PW".
           01 WS-MATERIAL-BYTES REDEFINES WS-MATERIAL.
               05 WS-BYTE OCCURS 40 TIMES PIC X(01).

           01 WS-PRIMOS-VALUES.
               05 FILLER PIC 9(10) VALUE 4294967291.
               05 FILLER PIC 9(10) VALUE 4294967279.
               05 FILLER PIC 9(10) VALUE 4294967231.
               05 FILLER PIC 9(10) VALUE 4294967197.
           01 WS-PRIMOS REDEFINES WS-PRIMOS-VALUES.
               05 WS-PRIMO OCCURS 4 TIMES PIC 9(10).

           01 WS-MULTIPLICADORES-VALUES.
               05 FILLER PIC 9(05) VALUE 65599.
               05 FILLER PIC 9(05) VALUE 92821.
               05 FILLER PIC 9(05) VALUE 40503.
               05 FILLER PIC 9(05) VALUE 69069.
           01 WS-MULTIPLICADORES REDEFINES WS-MULTIPLICADORES-VALUES.
               05 WS-MULT OCCURS 4 TIMES PIC 9(05).

      *    VALOR INICIAL DE CADA CARRIL.
           01 WS-SEMILLAS-VALUES.
               05 FILLER PIC 9(10) VALUE 2166136261.
               05 FILLER PIC 9(10) VALUE 3735928559.
               05 FILLER PIC 9(10) VALUE 1540483477.
               05 FILLER PIC 9(10) VALUE 2654435761.
           01 WS-SEMILLAS REDEFINES WS-SEMILLAS-VALUES.
               05 WS-SEMILLA OCCURS 4 TIMES PIC 9(10).

           01 WS-CARRILES.
               05 WS-CARRIL OCCURS 4 TIMES PIC 9(10).
           01 WS-CARRILES-TEXTO REDEFINES WS-CARRILES PIC X(40).

           01 WS-VARIABLES.
               05 WS-VUELTAS PIC 9(05) VALUE 1000.
               05 WS-VUELTA PIC 9(05).
               05 WS-POS PIC 9(02).
               05 WS-K PIC 9(01).
               05 WS-ANTERIOR PIC 9(01).
               05 WS-CALCULO PIC 9(18).

       LINKAGE SECTION.
           01 LK-SAL PIC X(10).
           01 LK-PASSWORD PIC X(20).
           01 LK-HASH PIC X(40).

       PROCEDURE DIVISION USING LK-SAL LK-PASSWORD LK-HASH.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
           MOVE LK-SAL TO WS-MAT-SAL.
           MOVE LK-PASSWORD TO WS-MAT-PASSWORD.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               MOVE WS-SEMILLA(WS-K) TO WS-CARRIL(WS-K)
           END-PERFORM.
           PERFORM 100100-VUELTA
               VARYING WS-VUELTA FROM 1 BY 1
               UNTIL WS-VUELTA > WS-VUELTAS.
           MOVE WS-CARRILES-TEXTO TO LK-HASH.
      *    EL MATERIAL NO SE QUEDA EN MEMORIA ENTRE LLAMADAS.
           MOVE SPACES TO WS-MAT-SAL.
           MOVE SPACES TO WS-MAT-PASSWORD.
           EXIT.

       100100-VUELTA.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 40
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                   COMPUTE WS-CALCULO =
                       WS-CARRIL(WS-K) * WS-MULT(WS-K)
                       + FUNCTION ORD(WS-BYTE(WS-POS)) + WS-VUELTA
                   COMPUTE WS-CARRIL(WS-K) =
                       FUNCTION MOD(WS-CALCULO, WS-PRIMO(WS-K))
               END-PERFORM
           END-PERFORM.
      *    CADA CARRIL ABSORBE AL ANTERIOR, ASI NINGUNO SE PUEDE
      *    DESPEJAR POR SEPARADO.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               IF WS-K = 1
                   MOVE 4 TO WS-ANTERIOR
               ELSE
                   COMPUTE WS-ANTERIOR = WS-K - 1
               END-IF
               COMPUTE WS-CALCULO =
                   WS-CARRIL(WS-K) + WS-CARRIL(WS-ANTERIOR)
               COMPUTE WS-CARRIL(WS-K) =
                   FUNCTION MOD(WS-CALCULO, WS-PRIMO(WS-K))
           END-PERFORM.
           EXIT.

       END PROGRAM PASSWORD-HASH.
