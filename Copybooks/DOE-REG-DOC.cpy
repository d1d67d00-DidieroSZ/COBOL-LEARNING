      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "domiciliacion-envios.txt":
      *          ONE LINE PER CARGO SENT TO THE BANK FOR DIRECT DEBIT.
      *          DOMICILIA-ENVIO-DOC LA ESCRIBE AL ARMAR EL ARCHIVO DE
      *          CARGOS; DOMICILIA-RESPUESTA-DOC LA ACTUALIZA CON LA
      *          RESPUESTA DEL BANCO. UN CARGO QUE YA TIENE LINEA AQUI
      *          NO SE VUELVE A ENVIAR.
      ******************************************************************
           01 DOE-REG-DOC.
      *        IDENTIFICADOR DEL CARGO ANTE EL BANCO: FECHA DEL LOTE +
      *        CONSECUTIVO; EL BANCO LO DEVUELVE EN SU RESPUESTA.
               05 DOE-REG-ID.
                   10 DOE-REG-LOTE PIC 9(08).
                   10 DOE-REG-CONSEC PIC 9(05).
               05 DOE-REG-FAMILIA PIC 9(06).
      *        CARGO DE PAGOS.TXT QUE SE COBRA (CLAVE + VENCIMIENTO +
      *        CONCEPTO) Y EL IMPORTE PENDIENTE QUE SE MANDO.
               05 DOE-REG-CLAVE PIC 9(08).
               05 DOE-REG-VENCIMIENTO PIC 9(08).
               05 DOE-REG-CONCEPTO PIC X(20).
               05 DOE-REG-MONTO PIC 9(06)V99.
               05 DOE-REG-REFERENCIA PIC X(20).
      *        "E" ENVIADO (ESPERA RESPUESTA), "A" ACEPTADO Y
      *        ABONADO, "R" RECHAZADO POR EL BANCO.
               05 DOE-REG-ESTADO PIC X(01).
                   88 DOE-ENVIADO VALUE "E".
                   88 DOE-ACEPTADO VALUE "A".
                   88 DOE-RECHAZADO VALUE "R".
               05 DOE-REG-MOTIVO PIC X(03).
               05 DOE-REG-AUTORIZACION PIC X(10).
               05 DOE-REG-FOLIO-RECIBO PIC 9(06).
               05 DOE-REG-FECHA-RESPUESTA PIC 9(08).
