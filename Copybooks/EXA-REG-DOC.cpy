      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "examenes.txt", THE FINAL-
      *          EXAM CALENDAR: ONE EXAM PER GRUPO (MAT-REG-LLAVE),
      *          WITH DATE, HOUR AND AULA INSIDE THE CALIFICACIONES
      *          WINDOW OF THE OPEN CICLO. LA CAPTURA ES DE
      *          EXAMENES-MAKER-DOC (CON LOS CHOQUES DE AULA,
      *          PROFESOR Y ALUMNO) Y LOS LISTADOS DE
      *          CALENDARIO-EXAMENES-DOC.
      ******************************************************************
           01 EXA-REG-DOC.
      *        MISMA LLAVE QUE EL CATALOGO: MATERIA + GRUPO.
               05 EXA-REG-LLAVE.
                   10 EXA-REG-CLAVE PIC 9(04).
                   10 EXA-REG-GRUPO PIC 9(02).
               05 EXA-REG-FECHA PIC 9(08).
               05 EXA-REG-HORA PIC 9(02).
               05 EXA-REG-PLANTEL PIC 9(02).
               05 EXA-REG-AULA PIC X(05).
      *        PROFESOR DEL GRUPO E INSCRITOS ACTIVOS AL PROGRAMAR,
      *        PARA QUE EL CALENDARIO NO TENGA QUE RECONTAR.
               05 EXA-REG-PROFE-CLAVE PIC 9(03).
               05 EXA-REG-INSCRITOS PIC 9(04).
               05 EXA-REG-CICLO PIC X(10).
               05 EXA-REG-OPERADOR PIC X(10).
               05 EXA-REG-FECHA-CAPTURA PIC 9(08).
