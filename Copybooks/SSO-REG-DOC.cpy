      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "servicio-social.txt": THE
      *          PLACEMENT OF A STUDENT IN SERVICIO SOCIAL ("S") OR
      *          PRACTICAS PROFESIONALES ("P"), KEYED BY EST-REG-CLAVE
      *          + TIPO, WITH THE MONTHLY HOUR REPORTS AND THE FOLIO
      *          OF THE LIBERATION LETTER. LO MANTIENE
      *          SERVICIO-SOCIAL-MAKER-DOC; SERVICIO-SEARCH LO
      *          CONSULTA PARA GRADUACION-DOC Y DEGREE-AUDIT-DOC.
      ******************************************************************
           01 SSO-REG-DOC.
               05 SSO-REG-LLAVE.
                   10 SSO-REG-CLAVE PIC 9(08).
                   10 SSO-REG-TIPO PIC X(01).
                       88 SSO-SERVICIO-SOCIAL VALUE "S".
                       88 SSO-PRACTICAS VALUE "P".
               05 SSO-REG-INSTITUCION PIC X(30).
               05 SSO-REG-PROGRAMA PIC X(30).
               05 SSO-REG-FECHA-INICIO PIC 9(08).
               05 SSO-REG-SUPERVISOR PIC X(30).
               05 SSO-REG-HORAS-REQUERIDAS PIC 9(04).
               05 SSO-REG-HORAS-ACUMULADAS PIC 9(04).
      *        UN REPORTE DE HORAS POR MES (AAAAMM); EL MISMO MES SE
      *        PUEDE CORREGIR, NO SE DUPLICA.
               05 SSO-REG-TOTAL-REPORTES PIC 9(02).
               05 SSO-REG-REPORTE OCCURS 24 TIMES.
                   10 SSO-REG-REP-MES PIC 9(06).
                   10 SSO-REG-REP-HORAS PIC 9(03).
      *        "R" REGISTRADO (EN CURSO), "L" LIBERADO CON CARTA,
      *        "B" BAJA DEL PROGRAMA (SE PUEDE REGISTRAR OTRO).
               05 SSO-REG-ESTATUS PIC X(01).
                   88 SSO-EN-CURSO VALUE "R".
                   88 SSO-LIBERADO VALUE "L".
                   88 SSO-BAJA VALUE "B".
               05 SSO-REG-FOLIO-LIBERACION PIC X(12).
               05 SSO-REG-FECHA-LIBERACION PIC 9(08).
               05 SSO-REG-FECHA-ACTUALIZA PIC 9(08).
               05 SSO-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(20).
