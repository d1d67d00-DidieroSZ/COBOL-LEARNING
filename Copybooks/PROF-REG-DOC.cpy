      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "profesores.txt", COPIED INTO
      *          THE FD OF EVERY PROGRAM THAT READS OR WRITES IT (SAME
      *          SCHEME AS EST-REG-DOC.cpy). LOS DATOS DE CONTACTO VAN
      *          AL FINAL PARA NO MOVER LOS CAMPOS HISTORICOS; LOS
      *          USA NOTIFICA-WRITER PARA LOS AVISOS "PRF-" AL
      *          PROFESOR. EL CATALOGO DEL LAYOUT VIEJO (33 BYTES) SE
      *          CONVIERTE UNA SOLA VEZ CON PROF-REORGANIZA-DOC.
      ******************************************************************
           01 PROF-REG-DOC.
               05 PROF-REG-CLAVE PIC 9(03).
               05 PROF-REG-NOMBRE PIC A(30).
               05 PROF-REG-TELEFONO PIC X(10).
               05 PROF-REG-EMAIL PIC X(30).
