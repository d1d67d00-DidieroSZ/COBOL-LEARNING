      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "titulacion.txt": THE
      *          TITULACION FILE OF AN EGRESADO, KEYED BY EGR-FOLIO +
      *          EGR-CLAVE OF "egresados.txt", WITH THE MODALITY, THE
      *          THESIS ADVISOR AND JURY (CLAVES OF "profesores.txt"),
      *          THE EXAM DATE, THE ACTA FOLIO AND THE TITULO
      *          REGISTRATION. LO MANTIENE TITULACION-MAKER-DOC;
      *          TITULACION-ESTATUS-DOC REPORTA EL PIPELINE.
      ******************************************************************
           01 TIT-REG-DOC.
               05 TIT-REG-LLAVE.
                   10 TIT-REG-FOLIO PIC 9(06).
                   10 TIT-REG-CLAVE PIC 9(08).
               05 TIT-REG-NOMBRE PIC X(40).
               05 TIT-REG-CARRERA PIC 9(02).
               05 TIT-REG-FECHA-EGRESO PIC 9(08).
      *        "T" TESIS, "E" EXAMEN GENERAL DE CONOCIMIENTOS,
      *        "P" PROMEDIO (NO LLEVA JURADO NI EXAMEN).
               05 TIT-REG-MODALIDAD PIC X(01).
                   88 TIT-TESIS VALUE "T".
                   88 TIT-EXAMEN-GENERAL VALUE "E".
                   88 TIT-PROMEDIO VALUE "P".
                   88 TIT-MODALIDAD-VALIDA VALUE "T" "E" "P".
               05 TIT-REG-TEMA PIC X(40).
               05 TIT-REG-ASESOR PIC X(03).
      *        PRESIDENTE, SECRETARIO Y VOCAL.
               05 TIT-REG-JURADO PIC X(03) OCCURS 3 TIMES.
               05 TIT-REG-FECHA-EXAMEN PIC 9(08).
               05 TIT-REG-FOLIO-ACTA PIC X(12).
               05 TIT-REG-FECHA-ACTA PIC 9(08).
               05 TIT-REG-FOLIO-TITULO PIC X(12).
               05 TIT-REG-FECHA-REGISTRO PIC 9(08).
      *        PIPELINE: "I" INCORPORADO (SIN MODALIDAD),
      *        "M" MODALIDAD REGISTRADA, "J" JURADO ASIGNADO,
      *        "X" EXAMEN PROGRAMADO, "A" ACTA DE EXAMEN PROFESIONAL,
      *        "T" TITULO EN TRAMITE DE REGISTRO, "R" TITULO
      *        REGISTRADO (FIN). FECHA-ESTATUS ES EL DIA EN QUE
      *        ENTRO AL ESTATUS ACTUAL.
               05 TIT-REG-ESTATUS PIC X(01).
                   88 TIT-INCORPORADO VALUE "I".
                   88 TIT-CON-MODALIDAD VALUE "M".
                   88 TIT-CON-JURADO VALUE "J".
                   88 TIT-EXAMEN-PROGRAMADO VALUE "X".
                   88 TIT-CON-ACTA VALUE "A".
                   88 TIT-EN-TRAMITE VALUE "T".
                   88 TIT-REGISTRADO VALUE "R".
               05 TIT-REG-FECHA-ESTATUS PIC 9(08).
               05 TIT-REG-FECHA-ACTUALIZA PIC 9(08).
               05 TIT-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(20).
