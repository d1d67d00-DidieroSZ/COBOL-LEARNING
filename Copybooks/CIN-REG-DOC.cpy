      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RECORD LAYOUT FOR "cuentas-inst.txt": LA CUENTA
      *          INSTITUCIONAL (CORREO Y RED) DE CADA ALUMNO, LLAVE LA
      *          CLAVE DEL MAESTRO. LA ALTA CUENTAS-PROVISION-DOC AL
      *          PEDIRLA A SISTEMAS Y LA CONFIRMA CUENTAS-IT-DOC CON EL
      *          ARCHIVO DE RESPUESTA DE SISTEMAS; EL ESTADO ES LA
      *          MEMORIA DE LO ULTIMO QUE SE PIDIO, PARA QUE LA
      *          CORRIDA DIARIA SOLO MANDE LOS CAMBIOS.
      ******************************************************************
           01 CIN-REG-DOC.
               05 CIN-REG-CLAVE PIC 9(08).
      *        USUARIO GENERADO AL PEDIR LA ALTA ("a" + CLAVE).
               05 CIN-REG-USUARIO PIC X(20).
      *        CUENTA QUE SISTEMAS REPORTO AL CREARLA (EJ. EL CORREO).
               05 CIN-REG-CUENTA PIC X(40).
      *        "P" = ALTA PEDIDA, SIN CONFIRMAR; "A" = ACTIVA
      *        (CONFIRMADA); "D" = DESHABILITACION PEDIDA; "X" =
      *        DESHABILITADA (CONFIRMADA); "H" = REHABILITACION
      *        PEDIDA POR READMISION.
               05 CIN-REG-ESTADO PIC X(01).
                   88 CIN-ALTA-PEDIDA VALUE "P".
                   88 CIN-ACTIVA VALUE "A".
                   88 CIN-BAJA-PEDIDA VALUE "D".
                   88 CIN-DESHABILITADA VALUE "X".
                   88 CIN-REHABILITA-PEDIDA VALUE "H".
                   88 CIN-CON-ACCESO VALUE "P" "A" "H".
                   88 CIN-SIN-ACCESO VALUE "D" "X".
               05 CIN-REG-FECHA-SOLICITUD PIC 9(08).
               05 CIN-REG-FECHA-CONFIRMA PIC 9(08).
               05 FILLER PIC X(20).
