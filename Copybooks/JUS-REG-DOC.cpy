      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "justificantes.txt": LOS
      *          JUSTIFICANTES DE INASISTENCIA (RECETA MEDICA, COMISION
      *          OFICIAL, ETC.), UNO POR ALUMNO Y FECHA DE INICIO, CON
      *          EL RANGO QUE CUBREN, EL DOCUMENTO DE SOPORTE Y EL
      *          USUARIO QUE LO APROBO. AL CAPTURARLO, LAS "A" DEL
      *          RANGO EN "asistencia.txt" PASAN A "J", QUE YA NO
      *          CUENTA CONTRA LIM-AUSENCIA. LO ESCRIBE
      *          JUSTIFICANTES-MAKER-DOC Y LO LEE REP-JUSTIFICANTES-DOC.
      ******************************************************************
           01 JUS-REG-DOC.
               05 JUS-REG-LLAVE.
                   10 JUS-REG-CLAVE PIC 9(08).
                   10 JUS-REG-FECHA-INI PIC 9(08).
               05 JUS-REG-FECHA-FIN PIC 9(08).
               05 JUS-REG-MOTIVO PIC X(01).
                   88 JUS-MEDICO VALUE "M".
                   88 JUS-COMISION VALUE "C".
                   88 JUS-LUTO VALUE "L".
                   88 JUS-OTRO VALUE "O".
               05 JUS-REG-DESCRIPCION PIC X(60).
      *        FOLIO O REFERENCIA DEL DOCUMENTO QUE LO SOPORTA.
               05 JUS-REG-REFERENCIA PIC X(20).
               05 JUS-REG-APROBO PIC X(10).
               05 JUS-REG-FECHA-CAPTURA PIC 9(08).
      *        CUANTAS AUSENCIAS "A" SE CONVIRTIERON EN "J".
               05 JUS-REG-CONVERTIDAS PIC 9(04).
               05 FILLER PIC X(20).
