      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "bajas-motivo.txt": UN
      *          REGISTRO POR CADA BAJA DEFINITIVA CON EL MOTIVO DEL
      *          CATALOGO "motivos-baja.txt" (MOTIVOS-BAJA-MAKER-DOC)
      *          Y LA ENTREVISTA DE SALIDA OPCIONAL. CARRERA, GRADO Y
      *          PLANTEL SE GUARDAN COMO ESTABAN AL DARSE LA BAJA. LO
      *          ESCRIBEN DATA-EST-BAJA Y BAJAS-TEMPORALES-DOC; LO
      *          ANALIZA DESERCION-DOC.
      ******************************************************************
           01 DES-REG-DOC.
               05 DES-REG-LLAVE.
                   10 DES-REG-CLAVE PIC 9(08).
                   10 DES-REG-FECHA PIC 9(08).
               05 DES-REG-MOTIVO PIC X(04).
               05 DES-REG-CARRERA PIC 9(02).
               05 DES-REG-GRADO PIC 9(02).
               05 DES-REG-PLANTEL PIC 9(02).
      *        "S" CUANDO SE HIZO LA ENTREVISTA DE SALIDA.
               05 DES-REG-ENTREVISTA PIC X(01).
                   88 DES-CON-ENTREVISTA VALUE "S".
               05 DES-REG-COMENTARIO PIC X(60).
      *        ESCUELA A LA QUE SE VA, SI SE TRANSFIERE.
               05 DES-REG-DESTINO PIC X(30).
      *        "M" BAJA CAPTURADA EN DATA-EST-BAJA, "T" BAJA TEMPORAL
      *        VENCIDA SIN REGRESO (BAJAS-TEMPORALES-DOC).
               05 DES-REG-ORIGEN PIC X(01).
                   88 DES-MANUAL VALUE "M".
                   88 DES-TEMPORAL-VENCIDA VALUE "T".
               05 DES-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(20).
