      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "temario.txt", THE SYLLABUS
      *          OF EACH MATERIA (MAT-REG-CLAVE, IGUAL PARA TODOS SUS
      *          GRUPOS): UNA LINEA POR UNIDAD CON LA SEMANA DEL
      *          CICLO EN QUE DEBE QUEDAR VISTA. LO MANTIENE
      *          TEMARIO-MAKER-DOC; LO LEEN AVANCE-PROGRAMATICO-DOC Y
      *          AVANCE-REPORTE-DOC.
      ******************************************************************
           01 TEM-REG-DOC.
               05 TEM-REG-LLAVE.
                   10 TEM-REG-MATERIA PIC 9(04).
                   10 TEM-REG-UNIDAD PIC 9(02).
               05 TEM-REG-NOMBRE PIC X(40).
      *        SEMANA PLANEADA, CONTADA DESDE EL INICIO DEL CICLO
      *        (CIC-REG-INSCR-INI = SEMANA 01).
               05 TEM-REG-SEMANA PIC 9(02).
               05 FILLER PIC X(12).
