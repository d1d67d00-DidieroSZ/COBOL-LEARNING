      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RECORD LAYOUT FOR "pines-alumno.txt": EL PIN DEL
      *          ALUMNO PARA EL KIOSCO DE CONSULTA (KIOSCO-ALUMNO-DOC),
      *          LLAVE LA CLAVE DEL MAESTRO. ES UN CATALOGO APARTE DE
      *          "usuarios.txt": UN PIN NO DA NINGUN ROL DEL PERSONAL.
      *          LO ASIGNA Y DESBLOQUEA VENTANILLA EN PINES-MAKER-DOC.
      ******************************************************************
           01 PIN-REG-DOC.
               05 PIN-REG-CLAVE PIC 9(08).
      *        DE 4 A 6 DIGITOS, AJUSTADO A LA IZQUIERDA.
               05 PIN-REG-PIN PIC X(06).
      *        FECHA DEL ULTIMO CAMBIO HECHO POR EL ALUMNO; 00000000 =
      *        PIN ASIGNADO EN VENTANILLA, SE CAMBIA AL ENTRAR.
               05 PIN-REG-FECHA-PIN PIC 9(08).
               05 PIN-REG-INTENTOS PIC 9(01).
               05 PIN-REG-BLOQUEADO PIC X(01).
                   88 PIN-BLOQUEADO VALUE "B".
                   88 PIN-DESBLOQUEADO VALUE "N".
               05 PIN-REG-ULTIMO-ACCESO PIC 9(08).
               05 FILLER PIC X(20).
