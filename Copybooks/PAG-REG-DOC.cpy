      *        PORCENTAJE ES CERO.
               05 PAG-REG-MONTO-BRUTO PIC 9(06)V99.
               05 PAG-REG-BECA-PCT PIC 9(03).
      *        SOLO EN "D" Y "R": USUARIO QUE AUTORIZO Y MOTIVO. EN
      *        LOS RECARGOS ("C" CON CONCEPTO "RECARGO-AAAAMM")
      *        AUTORIZA = "RECARGOS" Y MOTIVO = VENCIMIENTO (8) +
      *        CONCEPTO (20) DEL CARGO QUE LO ORIGINO. EN LOS ABONOS
      *        DE CARGOS DOMICILIADOS AUTORIZA = "DOMICILIA" Y MOTIVO
      *        = "DOM " + IDENTIFICADOR ANTE EL BANCO + AUTORIZACION.
               05 PAG-REG-AUTORIZA PIC X(10).
               05 PAG-REG-MOTIVO PIC X(30).
