      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RECORD LAYOUT FOR "imagenes-est.txt", THE AFTER-IMAGE
      *          JOURNAL OF THE STUDENT MASTER. IMAGEN-EST-WRITER LO
      *          ESCRIBE CADA VEZ QUE UN PROGRAMA DA DE ALTA, REESCRIBE
      *          O BORRA UN REGISTRO DE EST-REG-DOC, Y TERM-CLOSE-DOC
      *          DEJA UNA MARCA DE CIERRE AL TOMAR EL SNAPSHOT DEL
      *          TERMINO. RECUPERA-MAESTRO-DOC REAPLICA EL DIARIO
      *          SOBRE EL SNAPSHOT HASTA UN PUNTO EN EL TIEMPO.
      ******************************************************************
           01 IMG-REG-DOC.
               05 IMG-REG-FECHA PIC 9(08).
               05 IMG-REG-HORA PIC 9(08).
               05 IMG-REG-PROGRAMA PIC X(30).
      *        "A" ALTA, "M" REESCRITURA, "B" BORRADO FISICO, "C"
      *        MARCA DE CIERRE (EL TERMINO VA EN LA IMAGEN).
               05 IMG-REG-OPERACION PIC X(01).
                   88 IMG-ALTA VALUE "A".
                   88 IMG-MODIFICA VALUE "M".
                   88 IMG-BORRA VALUE "B".
                   88 IMG-CIERRE VALUE "C".
               05 IMG-REG-CLAVE PIC 9(08).
      *        REGISTRO COMPLETO DE 535 TAL COMO QUEDO EN EL MAESTRO.
               05 IMG-REG-IMAGEN PIC X(535).
               05 IMG-REG-TERMINO REDEFINES IMG-REG-IMAGEN.
                   10 IMG-REG-TERM-NOMBRE PIC X(10).
                   10 FILLER PIC X(525).
