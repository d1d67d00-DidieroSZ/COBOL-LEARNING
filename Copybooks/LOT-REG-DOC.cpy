      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RECORD LAYOUT FOR "lotes-carga.txt", THE JOURNAL OF
      *          STUDENT BATCH LOADS. DOC-EST-MAKER (CARGA POR LOTE,
      *          CARGA CSV Y REPROCESO DE RECHAZOS) NUMERA CADA CORRIDA
      *          Y ASIENTA AQUI CADA REGISTRO DEL MAESTRO QUE CREO O
      *          CAMBIO, CON SU IMAGEN ANTERIOR Y LA QUE DEJO.
      *          DESHACE-LOTE-DOC LO USA PARA REVERTIR UN LOTE Y MARCA
      *          EL ESTADO DE CADA RENGLON.
      ******************************************************************
           01 LOT-REG-DOC.
               05 LOT-REG-NUMERO PIC 9(06).
               05 LOT-REG-FECHA PIC 9(08).
               05 LOT-REG-HORA PIC 9(06).
               05 LOT-REG-OPERADOR PIC X(10).
      *        ORIGEN DE LA CORRIDA: "TXT" CARGA-ESTUDIANTES.TXT,
      *        "CSV" CARGA-ESTUDIANTES.CSV, "REP" REPROCESO DE
      *        RECHAZOS-CARGA.TXT.
               05 LOT-REG-ORIGEN PIC X(03).
      *        "A" ALTA (NO HAY IMAGEN ANTERIOR), "M" MODIFICACION.
               05 LOT-REG-TIPO PIC X(01).
                   88 LOT-ALTA VALUE "A".
                   88 LOT-MODIFICACION VALUE "M".
      *        "P" VIGENTE, "R" REVERTIDO, "X" EXCEPCION (TUVO
      *        ACTIVIDAD POSTERIOR; SE REVISA A MANO).
               05 LOT-REG-ESTADO PIC X(01).
                   88 LOT-VIGENTE VALUE "P".
                   88 LOT-REVERTIDO VALUE "R".
                   88 LOT-EXCEPCION VALUE "X".
               05 LOT-REG-CLAVE PIC 9(08).
      *        IMAGENES DE 535 DEL REGISTRO DE EST-REG-DOC.
               05 LOT-REG-ANTES PIC X(535).
               05 LOT-REG-DESPUES PIC X(535).
