      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "fiscales.txt": DATOS
      *          FISCALES DEL QUE PAGA LA COLEGIATURA DE UN ALUMNO,
      *          KEYED BY EST-REG-CLAVE. LO MANTIENE FISCALES-MAKER-DOC
      *          Y LO LEE CFDI-EXPORTA-DOC PARA ARMAR LAS SOLICITUDES
      *          DE FACTURA (CFDI) QUE SE MANDAN AL PAC.
      ******************************************************************
           01 FIS-REG-DOC.
               05 FIS-REG-CLAVE PIC 9(08).
      *        RFC DE 13 (PERSONA FISICA) O 12 POSICIONES (MORAL).
               05 FIS-REG-RFC PIC X(13).
               05 FIS-REG-RAZON-SOCIAL PIC X(60).
      *        CLAVES DEL CATALOGO DEL SAT: REGIMEN FISCAL (605, 612,
      *        626...) Y USO DEL CFDI (D10 = SERVICIOS EDUCATIVOS).
               05 FIS-REG-REGIMEN PIC X(03).
               05 FIS-REG-USO-CFDI PIC X(04).
               05 FIS-REG-CP PIC X(05).
      *        "S" EL PAGADOR PIDIO FACTURA; SE FACTURAN LOS RECIBOS
      *        CON FECHA IGUAL O POSTERIOR A FIS-REG-FACTURA-DESDE.
               05 FIS-REG-FACTURAR PIC X(01).
                   88 FIS-PIDE-FACTURA VALUE "S".
               05 FIS-REG-FACTURA-DESDE PIC 9(08).
               05 FIS-REG-FECHA-ACTUALIZA PIC 9(08).
               05 FIS-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(20).
