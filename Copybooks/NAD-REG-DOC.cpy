      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "no-adeudo.txt": THE
      *          NO-ADEUDO CLEARANCE OF A STUDENT, ONE RECORD PER
      *          AREA (BIBLIOTECA, LABORATORIO, FINANZAS, CONTROL
      *          ESCOLAR), KEYED BY EST-REG-CLAVE + AREA. LO FIRMA
      *          NO-ADEUDO-MAKER-DOC UN USUARIO CON EL AREA EN
      *          USUARIOS.TXT; NO-ADEUDO-SEARCH LO CONSULTA PARA
      *          GRADUACION-DOC, DATA-EST-BAJA Y NO-ADEUDO-REP-DOC.
      ******************************************************************
           01 NAD-REG-DOC.
               05 NAD-REG-LLAVE.
                   10 NAD-REG-CLAVE PIC 9(08).
                   10 NAD-REG-AREA PIC X(01).
                       88 NAD-BIBLIOTECA VALUE "B".
                       88 NAD-LABORATORIO VALUE "L".
                       88 NAD-FINANZAS VALUE "F".
                       88 NAD-ESCOLAR VALUE "E".
      *        "A" ADEUDO REGISTRADO (BLOQUEA), "L" LIBERADO POR EL
      *        AREA, "O" LIBERADO POR OVERRIDE DE UN ADMIN. SIN
      *        REGISTRO DEL AREA EL ALUMNO NO ESTA LIBERADO (SALVO
      *        FINANZAS, QUE SE LIBERA SOLA CON SALDO CERO).
               05 NAD-REG-ESTATUS PIC X(01).
                   88 NAD-ADEUDO VALUE "A".
                   88 NAD-LIBERADO VALUE "L".
                   88 NAD-OVERRIDE VALUE "O".
      *        QUE SE DEBE (LIBRO, EQUIPO, DOCUMENTO...) O EL MOTIVO
      *        DEL OVERRIDE.
               05 NAD-REG-DETALLE PIC X(40).
               05 NAD-REG-FECHA-FIRMA PIC 9(08).
               05 NAD-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(20).
