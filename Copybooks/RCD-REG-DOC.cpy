      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RECORD LAYOUT FOR "recordatorios.txt": UN REGISTRO
      *          POR CADA RECORDATORIO DE PAGO QUE
      *          RECORDATORIOS-PAGO-DOC YA FORMO EN LA COLA DE
      *          NOTIFICACIONES. LA LLAVE ES EL CARGO O LA PARCIALIDAD
      *          MAS LOS DIAS DE ANTICIPACION,
      *          ASI UNA SEGUNDA CORRIDA DEL MISMO DIA (O DEL DIA
      *          SIGUIENTE DENTRO DE LA VENTANA) NO LO REPITE.
      ******************************************************************
           01 RCD-REG-DOC.
               05 RCD-REG-LLAVE.
                   10 RCD-REG-CLAVE PIC 9(08).
      *            "C" = CARGO DE PAGOS.TXT; "P" = PARCIALIDAD DE
      *            CONVENIOS.TXT.
                   10 RCD-REG-ORIGEN PIC X(01).
                       88 RCD-CARGO VALUE "C".
                       88 RCD-PARCIALIDAD VALUE "P".
                   10 RCD-REG-VENCIMIENTO PIC 9(08).
      *            CONCEPTO DEL CARGO, O "CONVENIO <FIRMA> <NUM>".
                   10 RCD-REG-REFERENCIA PIC X(20).
      *            DIAS ANTES DEL VENCIMIENTO; 000 = EL MISMO DIA.
                   10 RCD-REG-DIAS PIC 9(03).
               05 RCD-REG-FECHA-ENVIO PIC 9(08).
               05 RCD-REG-MONTO PIC 9(06)V99.
               05 FILLER PIC X(20).
