      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "disponibilidad-profes.txt",
      *          THE DAYS AND HOURS EACH PROF-REG-CLAVE CAN TEACH. UN
      *          RENGLON POR BLOQUE: PROFESOR, DIA 1-6 (LUNES-SABADO)
      *          Y EL RANGO DE HORAS [INICIO, FIN); UN PROFESOR LLEVA
      *          TANTOS RENGLONES COMO BLOQUES TENGA EN LA SEMANA.
      *          LO CAPTURA Y LO CONSUME HORARIOS-PROPUESTA-DOC.
      ******************************************************************
           01 DIS-REG-DOC.
               05 DIS-REG-PROFE-CLAVE PIC 9(03).
               05 DIS-REG-DIA PIC 9(01).
               05 DIS-REG-HORA-INI PIC 9(02).
      *        HORA EN QUE TERMINA EL BLOQUE (LA ULTIMA CLASE EMPIEZA
      *        UNA HORA ANTES); 24 = HASTA EL FIN DEL DIA.
               05 DIS-REG-HORA-FIN PIC 9(02).
