      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "diario-pendientes.txt": EL
      *          SEGUIMIENTO DE LAS ENTRADAS DE "DIARY-FILE.txt" QUE
      *          QUEDAN COMO PENDIENTE DE ENTREGA DE TURNO (CATEGORIA,
      *          OPERADOR ASIGNADO, FECHA COMPROMISO Y ESTATUS). LA
      *          LLAVE ES EL ID DE LA LINEA REG: DEL DIARIO. LO
      *          ESCRIBE DIARIO-MAKER Y LO LEE PENDIENTES-DIARIO-DOC.
      ******************************************************************
           01 DPE-REG-DOC.
               05 DPE-REG-ID PIC 9(05).
               05 DPE-REG-CATEGORIA PIC X(12).
               05 DPE-REG-ASIGNADO PIC X(10).
      *        AAAAMMDD; CEROS = SIN FECHA COMPROMISO.
               05 DPE-REG-VENCE PIC 9(08).
               05 DPE-REG-ESTATUS PIC X(01).
                   88 DPE-ABIERTO VALUE "A".
                   88 DPE-CERRADO VALUE "C".
               05 DPE-REG-FECHA-ALTA PIC 9(08).
               05 DPE-REG-OPERADOR PIC X(10).
      *        COPIA DEL TEXTO DE LA LINEA REG:, PARA QUE EL PENDIENTE
      *        SE LEA AUNQUE DEPURA-LOGS-DOC YA HAYA ARCHIVADO LA LINEA.
               05 DPE-REG-TEXTO PIC X(60).
               05 DPE-REG-RESOLUCION PIC X(60).
               05 DPE-REG-FECHA-CIERRE PIC 9(08).
               05 DPE-REG-CERRO PIC X(10).
               05 FILLER PIC X(20).
