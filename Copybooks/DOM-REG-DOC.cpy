      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "domiciliaciones.txt": THE
      *          FAMILIES THAT AUTHORIZED THE SCHOOL TO CHARGE THEIR
      *          CARD OR ACCOUNT ON EACH DUE DATE (DOMICILIACION),
      *          KEYED BY THE FAMILY NUMBER OF "familias.txt". LO
      *          MANTIENE DOMICILIACION-MAKER-DOC; LO LEEN
      *          DOMICILIA-ENVIO-DOC Y DOMICILIA-RESPUESTA-DOC.
      ******************************************************************
           01 DOM-REG-DOC.
               05 DOM-REG-FAMILIA PIC 9(06).
      *        ALUMNO CON EL QUE SE FIRMO LA AUTORIZACION (CONTACTO
      *        DE LOS AVISOS DE RECHAZO).
               05 DOM-REG-CLAVE-TITULAR PIC 9(08).
               05 DOM-REG-TITULAR PIC X(40).
      *        "T" TARJETA, "C" CUENTA (CLABE); LA REFERENCIA ES EL
      *        NUMERO QUE EL BANCO RECONOCE PARA EL CARGO.
               05 DOM-REG-TIPO-CUENTA PIC X(01).
                   88 DOM-TARJETA VALUE "T".
                   88 DOM-CLABE VALUE "C".
               05 DOM-REG-REFERENCIA PIC X(20).
               05 DOM-REG-FECHA-AUTORIZA PIC 9(08).
      *        "A" ACTIVA, "S" SUSPENDIDA, "C" CANCELADA; SOLO LAS
      *        ACTIVAS ENTRAN AL ARCHIVO DE CARGOS.
               05 DOM-REG-ESTATUS PIC X(01).
                   88 DOM-ACTIVA VALUE "A".
                   88 DOM-SUSPENDIDA VALUE "S".
                   88 DOM-CANCELADA VALUE "C".
      *        RECHAZOS SEGUIDOS DEL BANCO; UN CARGO ACEPTADO LO
      *        REGRESA A CERO.
               05 DOM-REG-RECHAZOS PIC 9(02).
               05 DOM-REG-FECHA-ACTUALIZA PIC 9(08).
               05 DOM-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(20).
