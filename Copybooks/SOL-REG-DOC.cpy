      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "solicitudes-doc.txt": EL
      *          REGISTRO DE SOLICITUDES DE DOCUMENTOS DE VENTANILLA
      *          (CONSTANCIA, KARDEX, BOLETA, CERTIFICADO), CON SU
      *          CUOTA CARGADA EN "pagos.txt" Y EL AVANCE SOLICITADO /
      *          PAGADO / IMPRESO / ENTREGADO. LA LLAVE ES UN FOLIO
      *          CONSECUTIVO. LO ESCRIBE VENTANILLA-MAKER-DOC Y LO LEE
      *          VENTANILLA-COLA-DOC.
      ******************************************************************
           01 SOL-REG-DOC.
               05 SOL-REG-FOLIO PIC 9(06).
               05 SOL-REG-CLAVE PIC 9(08).
               05 SOL-REG-TIPO PIC X(01).
                   88 SOL-CONSTANCIA VALUE "C".
                   88 SOL-KARDEX VALUE "K".
                   88 SOL-BOLETA VALUE "B".
                   88 SOL-CERTIFICADO VALUE "T".
               05 SOL-REG-FECHA PIC 9(08).
               05 SOL-REG-HORA PIC 9(06).
      *        CONCEPTO Y CUOTA DEL CARGO; CUOTA CERO = SIN COSTO (NO
      *        SE CARGA NADA Y LA SOLICITUD NACE PAGADA).
               05 SOL-REG-CONCEPTO PIC X(20).
               05 SOL-REG-MONTO PIC 9(06)V99.
               05 SOL-REG-ESTATUS PIC X(01).
                   88 SOL-SOLICITADO VALUE "S".
                   88 SOL-PAGADO VALUE "P".
                   88 SOL-IMPRESO VALUE "I".
                   88 SOL-ENTREGADO VALUE "E".
               05 SOL-REG-FECHA-PAGO PIC 9(08).
               05 SOL-REG-FECHA-IMPRESO PIC 9(08).
               05 SOL-REG-FECHA-ENTREGA PIC 9(08).
      *        QUIEN RECOGIO EL DOCUMENTO (EL ALUMNO O UN TERCERO).
               05 SOL-REG-RECIBIO PIC X(30).
               05 SOL-REG-OPERADOR PIC X(20).
               05 SOL-REG-OPERADOR-ULT PIC X(20).
               05 FILLER PIC X(20).
