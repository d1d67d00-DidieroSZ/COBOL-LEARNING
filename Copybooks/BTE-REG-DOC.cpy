      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "bajas-temporales.txt": CADA
      *          BAJA TEMPORAL DE UN ALUMNO (ESTATUS "T" EN
      *          "estudiantes.txt"), CON SU FECHA DE INICIO, EL CICLO
      *          EN QUE PLANEA REGRESAR ("ciclos.txt") Y EL MOTIVO. LA
      *          ABRE Y LA CIERRA AL REINCORPORARSE DATA-EST-BAJA; EL
      *          PROCESO DE TERMINO BAJAS-TEMPORALES-DOC AVISA ANTES
      *          DEL CICLO DE REGRESO Y CONVIERTE EN BAJA DEFINITIVA
      *          LAS QUE PASAN DEL MAXIMO DE CICLOS PERMITIDO.
      ******************************************************************
           01 BTE-REG-DOC.
               05 BTE-REG-LLAVE.
                   10 BTE-REG-CLAVE PIC 9(08).
                   10 BTE-REG-FECHA-INI PIC 9(08).
               05 BTE-REG-CICLO-REGRESO PIC X(10).
               05 BTE-REG-MOTIVO PIC X(01).
                   88 BTE-SALUD VALUE "S".
                   88 BTE-TRABAJO VALUE "T".
                   88 BTE-ECONOMICO VALUE "E".
                   88 BTE-OTRO VALUE "O".
               05 BTE-REG-DESCRIPCION PIC X(40).
      *        "V" VIGENTE, "R" REINCORPORADO, "D" CONVERTIDA EN BAJA
      *        DEFINITIVA POR NO REGRESAR A TIEMPO.
               05 BTE-REG-ESTATUS PIC X(01).
                   88 BTE-VIGENTE VALUE "V".
                   88 BTE-REINCORPORADO VALUE "R".
                   88 BTE-DEFINITIVA VALUE "D".
      *        "S" CUANDO YA SE MANDO EL AVISO DE REGRESO.
               05 BTE-REG-AVISO PIC X(01).
                   88 BTE-AVISADO VALUE "S".
               05 BTE-REG-FECHA-CIERRE PIC 9(08).
               05 BTE-REG-OPERADOR PIC X(10).
               05 BTE-REG-FECHA-CAPTURA PIC 9(08).
               05 FILLER PIC X(20).
