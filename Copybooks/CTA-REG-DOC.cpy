      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "cuentas-contables.txt": EL
      *          CATALOGO QUE LIGA CADA CONCEPTO DE "conceptos.txt" Y
      *          PLANTEL CON SUS CUENTAS DEL SISTEMA DE CONTABILIDAD
      *          (INGRESO, CUENTA POR COBRAR Y BANCO). LO MANTIENE
      *          CUENTAS-CONTABLES-MAKER-DOC Y LO LEE POLIZAS-DOC PARA
      *          ARMAR LAS POLIZAS DEL DIA.
      ******************************************************************
           01 CTA-REG-DOC.
      *        PLANTEL 00 = CUENTA GENERAL DEL CONCEPTO, PARA LOS
      *        PLANTELES QUE NO TIENEN UNA PROPIA. LOS RECARGOS
      *        ("RECARGO-AAAAMM") SE BUSCAN COMO CONCEPTO "RECARGO".
               05 CTA-REG-LLAVE.
                   10 CTA-REG-CONCEPTO PIC X(20).
                   10 CTA-REG-PLANTEL PIC 9(02).
               05 CTA-REG-INGRESO PIC X(20).
               05 CTA-REG-CXC PIC X(20).
               05 CTA-REG-BANCO PIC X(20).
               05 CTA-REG-FECHA-ACTUALIZA PIC 9(08).
               05 CTA-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(20).
