      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "tutoria-sesiones.txt": LA
      *          BITACORA DE SESIONES DE TUTORIA, UNA POR ALUMNO Y
      *          FECHA, CON EL TUTOR DE "tutores.txt" QUE LA TUVO, LOS
      *          TEMAS TRATADOS, LOS ACUERDOS Y LA FECHA DE
      *          SEGUIMIENTO. LO ESCRIBE TUTORIA-SESIONES-MAKER-DOC Y
      *          LO LEEN TUTOR-DIGEST-DOC Y TUTORIA-SIN-SESION-DOC.
      ******************************************************************
           01 TSE-REG-DOC.
               05 TSE-REG-LLAVE.
                   10 TSE-REG-CLAVE PIC 9(08).
                   10 TSE-REG-FECHA PIC 9(08).
               05 TSE-REG-PROFE PIC 9(03).
      *        TEMAS TRATADOS, "S" O "N": ACADEMICO, ASISTENCIA,
      *        FINANCIERO, PERSONAL.
               05 TSE-REG-TEMAS.
                   10 TSE-TEMA-ACADEMICO PIC X(01).
                   10 TSE-TEMA-ASISTENCIA PIC X(01).
                   10 TSE-TEMA-FINANCIERO PIC X(01).
                   10 TSE-TEMA-PERSONAL PIC X(01).
               05 TSE-REG-ACUERDOS PIC X(100).
      *        AAAAMMDD; CEROS = SIN SEGUIMIENTO.
               05 TSE-REG-SEGUIMIENTO PIC 9(08).
               05 TSE-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(20).
