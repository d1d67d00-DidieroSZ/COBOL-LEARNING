      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "facturas.txt": ONE RECORD
      *          PER RECEIPT FOLIO SENT TO THE PAC FOR AN ELECTRONIC
      *          INVOICE (CFDI), KEYED BY THE FOLIO OF "recibos.txt".
      *          CFDI-EXPORTA-DOC LO CREA AL SOLICITAR LA FACTURA;
      *          CFDI-IMPORTA-DOC LE PONE EL UUID Y LA FECHA DE
      *          TIMBRADO. FACTURA-SEARCH LO RESUELVE PARA EL RECIBO
      *          Y EL ESTADO DE CUENTA.
      ******************************************************************
           01 FAC-REG-DOC.
               05 FAC-REG-FOLIO PIC 9(06).
      *        DATOS DEL ABONO QUE AMPARA EL RECIBO, PARA UBICARLO EN
      *        EL ESTADO DE CUENTA SIN VOLVER A LEER RECIBOS.TXT.
               05 FAC-REG-CLAVE PIC 9(08).
               05 FAC-REG-FECHA-PAGO PIC 9(08).
               05 FAC-REG-MONTO PIC 9(06)V99.
               05 FAC-REG-CONCEPTO PIC X(20).
               05 FAC-REG-RFC PIC X(13).
      *        "S" SOLICITADA AL PAC, "T" TIMBRADA (TIENE UUID), "E"
      *        EL PAC LA RECHAZO; UNA "E" SE VUELVE A SOLICITAR EN LA
      *        SIGUIENTE EXPORTACION.
               05 FAC-REG-ESTADO PIC X(01).
                   88 FAC-SOLICITADA VALUE "S".
                   88 FAC-TIMBRADA VALUE "T".
                   88 FAC-RECHAZADA VALUE "E".
               05 FAC-REG-FECHA-SOLICITUD PIC 9(08).
               05 FAC-REG-UUID PIC X(36).
               05 FAC-REG-FECHA-TIMBRADO PIC 9(08).
               05 FAC-REG-ERROR PIC X(40).
               05 FILLER PIC X(20).
