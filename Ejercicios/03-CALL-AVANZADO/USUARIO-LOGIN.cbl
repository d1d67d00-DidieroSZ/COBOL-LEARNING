      *          BLOQUEA HASTA QUE UN ADMIN LA DESBLOQUEA EN
      *          USUARIOS-MAKER-DOC. CADA INTENTO FALLIDO QUEDA EN
      *          "auditoria.txt" CON EL USUARIO DECLARADO Y LA HORA.
      *          EL PASSWORD SE COMPARA POR SU HASH CON SAL
      *          (PASSWORD-HASH) Y EL CAMBIO PASA POR LAS REGLAS DE
      *          PASSWORD-POLITICA. SI AUN NO EXISTE EL CATALOGO DE
      *          USUARIOS (ARRANQUE INICIAL) SE FIRMA AL OPERADOR
      *          CAPTURADO CON TODOS LOS ROLES, COMO ANTES DE QUE
      *          HUBIERA LOGIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USUARIO-LOGIN.
       DATA DIVISION.
           FILE SECTION.
           FD DOC-USUARIOS.
               COPY "USU-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

           01 WS-VARIABLES.
               05 WS-STATUS-USU PIC XX.
               05 WS-USUARIO PIC X(10).
               05 WS-PASSWORD PIC X(20).
               05 WS-PASSWORD-NUEVO PIC X(20).
               05 WS-PASSWORD-CONF PIC X(20).
               05 WS-HASH PIC X(40).
               05 WS-INTENTOS PIC 9 VALUE ZEROS.
               05 WS-AUD-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-AUD-HORA PIC 9(08) VALUE ZEROS.
               05 WS-DIAS-EDAD PIC S9(07) VALUE ZEROS.
               05 WS-MOTIVO-AUD PIC X(30) VALUE SPACES.

           01 WS-POLITICA-CALL.
               05 WS-POL-ACCION PIC X(01).
               05 WS-POL-RESULTADO PIC X(01).
                   88 POLITICA-OK VALUE "S".
               05 WS-POL-MOTIVO PIC X(50).

           01 WS-PARAM-CALL.
               05 WS-PARAM-NOMBRE PIC X(12).
               05 WS-PARAM-VALOR PIC 9(05).
           MOVE "NNNNN" TO LK-ROLES.
           PERFORM 100050-LEE-PARAMETROS.
           OPEN I-O DOC-USUARIOS.
      *    SOLO UN CATALOGO INEXISTENTE ("35") ABRE SIN ROLES
      *    RESTRINGIDOS; CUALQUIER OTRO ERROR (POR EJEMPLO "39", EL
      *    LAYOUT ANTERIOR SIN CONVERTIR) NIEGA EL ACCESO.
           EVALUATE WS-STATUS-USU
               WHEN "00"
                   PERFORM 100100-INTENTA-LOGIN
                       UNTIL LK-LOGIN-OK OR WS-INTENTOS > 2
                   CLOSE DOC-USUARIOS
                   IF NOT LK-LOGIN-OK
                       DISPLAY "**** ACCESO RECHAZADO ***"
                   END-IF
               WHEN "35"
                   PERFORM 100200-SIN-CATALOGO
               WHEN OTHER
                   DISPLAY "**** NO SE PUDO ABRIR USUARIOS.TXT, "
                           "STATUS: " WS-STATUS-USU
                   DISPLAY "**** SI ES EL LAYOUT ANTERIOR, CORRA "
                           "USU-REORGANIZA-DOC ***"
                   DISPLAY "**** ACCESO RECHAZADO ***"
           END-EVALUATE.
           EXIT.

       100050-LEE-PARAMETROS.
           EXIT.

       100110-VALIDA-CUENTA.
           CALL "PASSWORD-HASH" USING
               USU-REG-SAL WS-PASSWORD WS-HASH.
           MOVE SPACES TO WS-PASSWORD.
           EVALUATE TRUE
               WHEN USU-REG-BLOQUEADO = "B"
                   DISPLAY "**** CUENTA BLOQUEADA; PIDA A UN ADMIN "
                           "DESBLOQUEARLA EN USUARIOS-MAKER ***"
                   MOVE "CUENTA BLOQUEADA" TO WS-MOTIVO-AUD
                   PERFORM 100150-AUDITA-FALLO
               WHEN USU-REG-BLOQUEADO = "I"
                   DISPLAY "**** CUENTA INACTIVA POR DESUSO; PIDA A "
                           "UN ADMIN REACTIVARLA EN USUARIOS-MAKER ***"
                   MOVE "CUENTA INACTIVA" TO WS-MOTIVO-AUD
                   PERFORM 100150-AUDITA-FALLO
               WHEN WS-HASH = USU-REG-HASH
                   MOVE ZEROS TO USU-REG-INTENTOS
                   PERFORM 100120-VALIDA-VIGENCIA
                   MOVE WS-AUD-FECHA TO USU-REG-ULTIMO-LOGIN
                   REWRITE USU-REG-DOC
                   IF LK-LOGIN-OK
                       MOVE USU-REG-NOMBRE TO LK-OPERADOR
           EXIT.

       100130-CAMBIA-PASSWORD.
      *    LARGO, MEZCLA DE CARACTERES E HISTORIAL LOS REVISA
      *    PASSWORD-POLITICA; AL ACEPTARLO GRABA SAL Y HASH NUEVOS Y
      *    EL ANTERIOR PASA AL HISTORIAL.
           MOVE "N" TO WS-POL-RESULTADO.
           PERFORM UNTIL POLITICA-OK
               DISPLAY "LOG -- PASSWORD NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PASSWORD-NUEVO
               DISPLAY "LOG -- CONFIRME EL PASSWORD: "
               ACCEPT WS-PASSWORD-CONF
               IF WS-PASSWORD-NUEVO NOT = WS-PASSWORD-CONF
                   DISPLAY "**** NO COINCIDEN ***"
               ELSE
                   MOVE "V" TO WS-POL-ACCION
                   CALL "PASSWORD-POLITICA" USING
                       WS-POL-ACCION WS-PASSWORD-NUEVO USU-REG-DOC
                       WS-POL-RESULTADO WS-POL-MOTIVO
                   IF NOT POLITICA-OK
                       DISPLAY "**** " FUNCTION TRIM(WS-POL-MOTIVO)
                               " ***"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "G" TO WS-POL-ACCION.
           CALL "PASSWORD-POLITICA" USING
               WS-POL-ACCION WS-PASSWORD-NUEVO USU-REG-DOC
               WS-POL-RESULTADO WS-POL-MOTIVO.
           MOVE SPACES TO WS-PASSWORD-NUEVO.
           MOVE SPACES TO WS-PASSWORD-CONF.
           MOVE WS-AUD-FECHA TO USU-REG-FECHA-PWD.
           DISPLAY "**** PASSWORD CAMBIADO ***".
           EXIT.
