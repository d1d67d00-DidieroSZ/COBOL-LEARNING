      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "avance-programatico.txt",
      *          THE COURSE PROGRESS LOG: UNA LINEA POR GRUPO
      *          (MATERIA + GRUPO, COMO APF-REG-MATERIA) Y UNIDAD DEL
      *          TEMARIO YA VISTA, CON LA FECHA DE LA SESION DE
      *          "asistencia-profes.txt" EN QUE SE CUBRIO Y EL
      *          PROFESOR QUE LA IMPARTIO. LO CAPTURA
      *          AVANCE-PROGRAMATICO-DOC; LO LEE AVANCE-REPORTE-DOC.
      ******************************************************************
           01 AVA-REG-DOC.
               05 AVA-REG-LLAVE.
                   10 AVA-REG-GRUPO PIC X(06).
                   10 AVA-REG-UNIDAD PIC 9(02).
               05 AVA-REG-FECHA PIC 9(08).
      *        TITULAR, O EL SUPLENTE SI LA SESION FUE "S".
               05 AVA-REG-PROFE PIC 9(03).
               05 AVA-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(11).
