      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "tabulador.txt", THE HOURLY
      *          RATE PAID TO A PROFESSOR BY CATEGORIA (PER-REG-
      *          CATEGORIA) AND PLANTEL. LO MANTIENE
      *          TABULADOR-MAKER-DOC Y LO APLICA PRENOMINA-DOC.
      ******************************************************************
           01 TAB-REG-DOC.
               05 TAB-REG-LLAVE.
                   10 TAB-REG-CATEGORIA PIC X(02).
                   10 TAB-REG-PLANTEL PIC 9(02).
               05 TAB-REG-TARIFA-HORA PIC 9(04)V99.
               05 TAB-REG-FECHA-ACTUALIZA PIC 9(08).
               05 TAB-REG-OPERADOR PIC X(10).
