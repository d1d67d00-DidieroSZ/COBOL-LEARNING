      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "aspirantes.txt": ONE
      *          APPLICANT FOR NEW ENTRY, KEYED BY A CONSECUTIVE
      *          FOLIO, WITH CONTACT, CURP, DESIRED CARRERA AND
      *          PLANTEL, ADMISSION-EXAM SCORE AND THE DOCUMENTS
      *          RECEIVED. LO CAPTURA ASPIRANTES-MAKER-DOC;
      *          ADMISION-CORRIDA-DOC ASIENTA EL RESULTADO Y LA CLAVE
      *          DE ESTUDIANTE DE LOS ADMITIDOS; NOTIFICA-WRITER TOMA
      *          DE AQUI EL CONTACTO DE LAS CARTAS "ASP-".
      ******************************************************************
           01 ASP-REG-DOC.
               05 ASP-REG-FOLIO PIC 9(06).
               05 ASP-REG-NOMBRE PIC X(40).
               05 ASP-REG-TELEFONO PIC X(10).
               05 ASP-REG-EMAIL PIC X(30).
               05 ASP-REG-CURP PIC X(18).
               05 ASP-REG-CARRERA PIC 9(02).
               05 ASP-REG-PLANTEL PIC 9(02).
               05 ASP-REG-PUNTAJE PIC 9(04).
      *        DOCUMENTOS RECIBIDOS ("S"/"N"): ACTA DE NACIMIENTO,
      *        CERTIFICADO DE BACHILLERATO, CURP, FOTOGRAFIAS Y
      *        COMPROBANTE DE DOMICILIO. SIN LOS CINCO NO SE ADMITE.
               05 ASP-REG-DOCUMENTOS.
                   10 ASP-REG-DOC-ACTA PIC X(01).
                   10 ASP-REG-DOC-CERTIFICADO PIC X(01).
                   10 ASP-REG-DOC-CURP PIC X(01).
                   10 ASP-REG-DOC-FOTOS PIC X(01).
                   10 ASP-REG-DOC-DOMICILIO PIC X(01).
               05 ASP-REG-DOC-TABLA REDEFINES ASP-REG-DOCUMENTOS.
                   10 ASP-REG-DOC-RECIBIDO PIC X(01) OCCURS 5 TIMES.
      *        " " SIN CORRIDA, "A" ADMITIDO, "E" LISTA DE ESPERA,
      *        "R" RECHAZADO. MOTIVO: "CUP" SIN CUPO, "PUN" PUNTAJE
      *        BAJO EL MINIMO, "DOC" DOCUMENTOS INCOMPLETOS.
               05 ASP-REG-RESULTADO PIC X(01).
                   88 ASP-SIN-RESULTADO VALUE " ".
                   88 ASP-ADMITIDO VALUE "A".
                   88 ASP-EN-ESPERA VALUE "E".
                   88 ASP-RECHAZADO VALUE "R".
               05 ASP-REG-MOTIVO PIC X(03).
      *        LUGAR OBTENIDO EN SU CARRERA + PLANTEL EN LA ULTIMA
      *        CORRIDA.
               05 ASP-REG-LUGAR PIC 9(04).
               05 ASP-REG-CLAVE-ASIGNADA PIC 9(08).
               05 ASP-REG-FECHA-RESULTADO PIC 9(08).
               05 ASP-REG-FECHA-CAPTURA PIC 9(08).
               05 ASP-REG-FECHA-ACTUALIZA PIC 9(08).
               05 ASP-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(20).
