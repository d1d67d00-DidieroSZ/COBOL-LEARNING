      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "dias-inhabiles.txt": EL
      *          CALENDARIO DE DIAS INHABILES (FESTIVOS, VACACIONES Y
      *          SUSPENSIONES DE CLASES), UN REGISTRO POR PLANTEL Y
      *          FECHA. EL PLANTEL 00 APLICA A TODOS LOS PLANTELES. LO
      *          MANTIENE DIAS-INHABILES-MAKER-DOC Y LO CONSULTAN
      *          DIA-INHABIL-SEARCH, HORARIO-ICS-DOC Y COBRANZA.
      ******************************************************************
           01 DIA-REG-DOC.
               05 DIA-REG-LLAVE.
                   10 DIA-REG-PLANTEL PIC 9(02).
                   10 DIA-REG-FECHA PIC 9(08).
               05 DIA-REG-TIPO PIC X(01).
                   88 DIA-FESTIVO VALUE "F".
                   88 DIA-VACACIONES VALUE "V".
                   88 DIA-SUSPENSION VALUE "S".
               05 DIA-REG-DESCRIPCION PIC X(40).
               05 DIA-REG-OPERADOR PIC X(10).
               05 DIA-REG-FECHA-CAPTURA PIC 9(08).
               05 FILLER PIC X(20).
