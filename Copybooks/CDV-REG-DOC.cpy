      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RECORD LAYOUT FOR "calif-doble.txt", THE PENDING AREA
      *          OF THE DOUBLE-KEY MODE OF CALIF-MATERIA-DOC. UN
      *          REGISTRO POR ALUMNO DE LA HOJA (MATERIA+GRUPO, PARCIAL)
      *          CON LA PRIMERA CAPTURA Y, SI NO COINCIDIO, LA SEGUNDA.
      *          CUANDO DOS CAPTURAS COINCIDEN LA CALIFICACION PASA A
      *          "estudiantes.txt" Y EL REGISTRO SE BORRA; LO QUE QUEDA
      *          EN EL ARCHIVO ES LO QUE FALTA VERIFICAR.
      ******************************************************************
           01 CDV-REG-DOC.
               05 CDV-REG-LLAVE.
                   10 CDV-REG-MATERIA PIC X(06).
                   10 CDV-REG-PARCIAL PIC 9(01).
                   10 CDV-REG-CLAVE PIC 9(08).
      *        " " = SOLO PRIMERA CAPTURA; "D" = LA SEGUNDA NO COINCIDIO
      *        Y SE RESUELVE CON UNA TERCERA CONTRA LA HOJA EN PAPEL.
               05 CDV-REG-ESTADO PIC X(01).
                   88 CDV-POR-VERIFICAR VALUE " ".
                   88 CDV-DISCREPANCIA VALUE "D".
               05 CDV-REG-CALIF-1 PIC 9(03)V9.
               05 CDV-REG-OPERADOR-1 PIC X(10).
               05 CDV-REG-FECHA-1 PIC 9(08).
               05 CDV-REG-CALIF-2 PIC 9(03)V9.
               05 CDV-REG-OPERADOR-2 PIC X(10).
               05 CDV-REG-FECHA-2 PIC 9(08).
               05 CDV-REG-MOTIVO PIC X(02).
               05 FILLER PIC X(20).
