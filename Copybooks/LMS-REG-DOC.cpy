      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RECORD LAYOUT FOR "lms-calif.txt", THE STAGING AREA
      *          FOR GRADES IMPORTED FROM THE LEARNING PLATFORM'S
      *          GRADEBOOK EXPORT (LMS-CALIF-DOC). UN REGISTRO POR
      *          ALUMNO, MATERIA+GRUPO Y PARCIAL; NADA LLEGA A
      *          "estudiantes.txt" HASTA QUE EL PROFESOR CONFIRMA LA
      *          HOJA Y CALIF-MATERIA-DOC LA ASIENTA CON LAS MISMAS
      *          VALIDACIONES QUE LA CAPTURA.
      ******************************************************************
           01 LMS-REG-DOC.
               05 LMS-REG-LLAVE.
                   10 LMS-REG-MATERIA PIC X(06).
                   10 LMS-REG-PARCIAL PIC 9(01).
                   10 LMS-REG-CLAVE PIC 9(08).
      *        CALIFICACION TAL COMO LA ENTREGO LA PLATAFORMA (EJ.
      *        "85.5"); LA VALIDACION DECIMAL SE HACE AL ASENTAR.
               05 LMS-REG-CALIF PIC X(06).
      *        "P" = IMPORTADA, ESPERA AL PROFESOR; "C" = CONFIRMADA
      *        POR EL PROFESOR; "A" = ASENTADA EN ESTUDIANTES.TXT;
      *        "R" = RECHAZADA AL ASENTAR (VER LMS-REG-MOTIVO).
               05 LMS-REG-ESTADO PIC X(01).
                   88 LMS-PENDIENTE VALUE "P".
                   88 LMS-CONFIRMADA VALUE "C".
                   88 LMS-ASENTADA VALUE "A".
                   88 LMS-RECHAZADA VALUE "R".
               05 LMS-REG-FECHA-IMP PIC 9(08).
               05 LMS-REG-PROFE-CLAVE PIC 9(03).
               05 LMS-REG-CONFIRMO PIC X(10).
               05 LMS-REG-FECHA-CONF PIC 9(08).
               05 LMS-REG-FECHA-ASIENTO PIC 9(08).
               05 LMS-REG-MOTIVO PIC X(40).
               05 FILLER PIC X(20).
