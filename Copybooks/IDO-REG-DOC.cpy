      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "idoneidad.txt", THE
      *          PROFESSOR QUALIFICATION MATRIX: ONE RECORD PER
      *          PROFESOR + MATERIA THAT HE OR SHE IS APPROVED TO
      *          TEACH, WITH THE APPROVAL DATE AND WHO APPROVED IT.
      *          LO MANTIENE IDONEIDAD-MAKER-DOC, LO CONSULTA
      *          IDONEIDAD-SEARCH AL ASIGNAR PROFESOR Y EL LISTADO DE
      *          GRUPOS CON PROFESOR NO IDONEO SALE DE IDONEIDAD-DOC.
      ******************************************************************
           01 IDO-REG-DOC.
               05 IDO-REG-LLAVE.
                   10 IDO-REG-PROFE-CLAVE PIC 9(03).
      *            CLAVE DE LA MATERIA (MAT-REG-CLAVE), SIN GRUPO: LA
      *            IDONEIDAD VALE PARA TODOS SUS GRUPOS.
                   10 IDO-REG-MATERIA PIC 9(04).
               05 IDO-REG-FECHA-APROBACION PIC 9(08).
               05 IDO-REG-APROBO PIC X(10).
               05 IDO-REG-OBSERVACION PIC X(30).
