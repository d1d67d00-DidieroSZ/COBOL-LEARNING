      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "salud.txt", THE STUDENT
      *          HEALTH EXTENSION FILE KEYED BY EST-REG-CLAVE: NUMERO
      *          DE SEGURIDAD SOCIAL, AFILIACION AL SEGURO DE
      *          ESTUDIANTES, TIPO DE SANGRE, ALERGIAS Y PADECIMIENTOS
      *          CRONICOS. CONFIDENCIAL: SOLO LO ABREN USUARIOS CON
      *          ROL MEDICO (MEDICO-ROL-SEARCH). LO MANTIENE
      *          SALUD-MAKER-DOC; LO LEEN AFILIACION-ENVIO-DOC Y
      *          AFILIACION-RESPUESTA-DOC.
      ******************************************************************
           01 SAL-REG-DOC.
               05 SAL-REG-CLAVE PIC 9(08).
      *        NUMERO DE SEGURIDAD SOCIAL (11 POSICIONES) Y FECHA EN
      *        QUE EL SEGURO CONFIRMO LA AFILIACION; 00000000 = AUN
      *        NO AFILIADO.
               05 SAL-REG-NSS PIC X(11).
               05 SAL-REG-FECHA-AFILIA PIC 9(08).
      *        "A+", "A-", "B+", "B-", "AB+", "AB-", "O+", "O-";
      *        ESPACIOS = NO SE SABE.
               05 SAL-REG-TIPO-SANGRE PIC X(03).
               05 SAL-REG-ALERGIAS PIC X(60).
               05 SAL-REG-CRONICOS PIC X(60).
      *        TRAMITE DE AFILIACION: ESPACIOS = SIN TRAMITE, "E"
      *        ENVIADO AL SEGURO (ESPERA RESPUESTA), "A" AFILIADO,
      *        "R" RECHAZADO (SE REENVIA EN EL SIGUIENTE LOTE).
               05 SAL-REG-AFILIACION PIC X(01).
                   88 SAL-SIN-TRAMITE VALUE SPACE.
                   88 SAL-ENVIADO VALUE "E".
                   88 SAL-AFILIADO VALUE "A".
                   88 SAL-RECHAZADO VALUE "R".
               05 SAL-REG-LOTE-ENVIO PIC 9(08).
               05 SAL-REG-MOTIVO-RECHAZO PIC X(30).
               05 SAL-REG-FECHA-ACTUALIZA PIC 9(08).
               05 SAL-REG-OPERADOR PIC X(10).
               05 FILLER PIC X(20).
