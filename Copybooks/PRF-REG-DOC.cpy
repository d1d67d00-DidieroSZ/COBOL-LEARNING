      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "preferencias.txt": THE
      *          RANKED SEAT REQUESTS A STUDENT FILES DURING THE
      *          INSCRIPTION WINDOW, ONE RECORD PER PRIORITY, EACH
      *          WITH A FIRST CHOICE (MATERIA + GRUPO) AND UP TO TWO
      *          ALTERNATES. LO CAPTURA PREFERENCIAS-MAKER-DOC;
      *          ASIGNA-PREFERENCIAS-DOC ASIENTA EL RESULTADO.
      ******************************************************************
           01 PRF-REG-DOC.
      *        LLAVE CLAVE DEL ALUMNO + PRIORIDAD (01 = LA QUE MAS LE
      *        IMPORTA); ASI UNA LECTURA SECUENCIAL DESDE
      *        CLAVE+00 TRAE SUS PREFERENCIAS EN ORDEN.
               05 PRF-REG-LLAVE.
                   10 PRF-REG-CLAVE PIC 9(08).
                   10 PRF-REG-PRIORIDAD PIC 9(02).
      *        OPCION 1 = PRIMERA ELECCION, 2 Y 3 = ALTERNAS (OTRO
      *        GRUPO U OTRA MATERIA); 000000 = OPCION NO USADA.
               05 PRF-REG-OPCION OCCURS 3 TIMES PIC 9(06).
      *        " " PENDIENTE DE CORRIDA, "A" ASIGNADA, "E" EN LISTA
      *        DE ESPERA, "R" RECHAZADA. SOLO LAS PENDIENTES ENTRAN
      *        A LA CORRIDA, ASI REPETIRLA NO ASIGNA DOS VECES.
               05 PRF-REG-RESULTADO PIC X(01).
                   88 PRF-PENDIENTE VALUE " ".
                   88 PRF-ASIGNADA VALUE "A".
                   88 PRF-EN-ESPERA VALUE "E".
                   88 PRF-RECHAZADA VALUE "R".
      *        OPCION QUE SE OTORGO (1-3) Y SU MATERIA + GRUPO; EN
      *        ESPERA, LA MATERIA + GRUPO DONDE QUEDO FORMADO.
               05 PRF-REG-OPCION-ASIGNADA PIC 9(01).
               05 PRF-REG-MATERIA-ASIGNADA PIC 9(06).
      *        MOTIVO DE LA OPCION PRINCIPAL NO OTORGADA: "CUP" SIN
      *        CUPO, "PRE" SIN PRERREQUISITO, "INT" TERCER INTENTO,
      *        "EMP" EMPALME, "ADE" ADEUDO VENCIDO, "GRP" GRUPO
      *        INEXISTENTE O CERRADO, "INS" YA INSCRITO EN LA
      *        MATERIA, "LLE" SIN CASILLA LIBRE, "BAJ" ALUMNO NO
      *        ACTIVO. AVISO "CUR" = FUERA DEL PLAN DE SU CARRERA.
               05 PRF-REG-MOTIVO PIC X(03).
               05 PRF-REG-AVISO PIC X(03).
               05 PRF-REG-FECHA-RESULTADO PIC 9(08).
               05 PRF-REG-FECHA-CAPTURA PIC 9(08).
               05 PRF-REG-FECHA-ACTUALIZA PIC 9(08).
               05 PRF-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(20).
