      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "apelaciones.txt": LAS
      *          APELACIONES (REVISION DE CALIFICACION) CON FOLIO
      *          CONSECUTIVO. EL ALUMNO LA PRESENTA SOBRE UN PARCIAL DE
      *          UNA MATERIA+GRUPO CON ACTA CERRADA, EL PROFESOR
      *          RESPONDE Y EL COMITE ACADEMICO DICTAMINA CON TRES
      *          FIRMAS. SOLO UNA APELACION PROCEDENTE REABRE EL ACTA Y
      *          ASIENTA EL CAMBIO. LO MANTIENE APELACION-MAKER-DOC Y
      *          LO REPORTA APELACIONES-REP-DOC.
      ******************************************************************
           01 APE-REG-DOC.
               05 APE-REG-FOLIO PIC 9(06).
               05 APE-REG-CLAVE PIC 9(08).
               05 APE-REG-MATERIA PIC X(06).
               05 APE-REG-PARCIAL PIC 9(01).
      *        PROFESOR DE LA MATERIA+GRUPO AL PRESENTARSE.
               05 APE-REG-PROFESOR PIC 9(03).
      *        CALIFICACION DEL PARCIAL Y FINAL AL PRESENTARSE.
               05 APE-REG-CALIF-ORIGINAL PIC 9(03)V9.
               05 APE-REG-FINAL-ORIGINAL PIC 9(03)V9.
               05 APE-REG-FECHA-CIERRE-ACTA PIC 9(08).
               05 APE-REG-FECHA-PRESENTA PIC 9(08).
               05 APE-REG-ARGUMENTO PIC X(60).
               05 APE-REG-REGISTRO PIC X(10).
      *        RESPUESTA DEL PROFESOR: "R" RATIFICA LA CALIFICACION,
      *        "M" PROPONE MODIFICARLA A CALIF-PROPUESTA.
               05 APE-REG-POSTURA-PROF PIC X(01).
                   88 APE-PROF-RATIFICA VALUE "R".
                   88 APE-PROF-MODIFICA VALUE "M".
               05 APE-REG-CALIF-PROPUESTA PIC 9(03)V9.
               05 APE-REG-RESPUESTA PIC X(60).
               05 APE-REG-FECHA-RESPUESTA PIC 9(08).
      *        DICTAMEN DEL COMITE: "P" PROCEDE (CALIF-DICTAMEN ES LA
      *        NUEVA CALIFICACION DEL PARCIAL), "I" IMPROCEDENTE.
               05 APE-REG-DICTAMEN PIC X(01).
                   88 APE-PROCEDENTE VALUE "P".
                   88 APE-IMPROCEDENTE VALUE "I".
               05 APE-REG-CALIF-DICTAMEN PIC 9(03)V9.
               05 APE-REG-FUNDAMENTO PIC X(60).
      *        USUARIOS DEL COMITE QUE FIRMARON EL DICTAMEN.
               05 APE-REG-FIRMA PIC X(10) OCCURS 3 TIMES.
               05 APE-REG-FECHA-DICTAMEN PIC 9(08).
               05 APE-REG-FECHA-APLICA PIC 9(08).
               05 APE-REG-APLICO PIC X(10).
      *        "R" REGISTRADA, "C" CONTESTADA POR EL PROFESOR,
      *        "P" DICTAMEN PROCEDENTE (POR APLICAR), "I" DICTAMEN
      *        IMPROCEDENTE (FIN), "X" CAMBIO APLICADO (FIN).
               05 APE-REG-ESTATUS PIC X(01).
                   88 APE-REGISTRADA VALUE "R".
                   88 APE-CONTESTADA VALUE "C".
                   88 APE-POR-APLICAR VALUE "P".
                   88 APE-RECHAZADA VALUE "I".
                   88 APE-APLICADA VALUE "X".
                   88 APE-ABIERTA VALUE "R" "C" "P".
               05 FILLER PIC X(20).
