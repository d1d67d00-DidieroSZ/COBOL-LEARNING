      *          ULTIMO CAMBIO DE PASSWORD, LOS INTENTOS FALLIDOS Y
      *          LA BANDERA DE BLOQUEO QUE ADMINISTRA USUARIO-LOGIN;
      *          AQUI (SOLO CON ROL ADMIN) SE DESBLOQUEAN CUENTAS.
      *          CADA USUARIO LLEVA ADEMAS LAS AREAS DE NO ADEUDO QUE
      *          PUEDE FIRMAR (BIBLIOTECA, LABORATORIO, FINANZAS,
      *          CONTROL ESCOLAR), QUE CONSULTA AREA-ROL-SEARCH, Y
      *          LA CLAVE DE PROFESOR DEL USUARIO (000 = NINGUNA), CON
      *          LA QUE TUTOR-ROL-SEARCH LIGA AL TUTOR CON SU LOGIN,
      *          Y EL ROL MEDICO QUE CONSULTA MEDICO-ROL-SEARCH PARA
      *          ABRIR EL EXPEDIENTE DE SALUD.
      *          EL PASSWORD SE GUARDA COMO HASH CON SAL Y PASA POR LAS
      *          REGLAS DE PASSWORD-POLITICA (LARGO, MEZCLA E
      *          HISTORIAL); AL ACTUALIZAR UN USUARIO EXISTENTE SE
      *          CONSERVAN SU HISTORIAL Y, SI NO SE CAPTURA OTRO, SU
      *          PASSWORD. DESBLOQUEAR TAMBIEN REACTIVA UNA CUENTA
      *          INACTIVADA POR DESUSO EN RECERTIFICA-ACCESOS-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USUARIOS-MAKER-DOC.
       DATA DIVISION.
       FILE SECTION.
           FD DOC-USUARIOS.
           COPY "USU-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 IN-DATA.
               05 WS-NOMBRE PIC X(10) VALUE SPACES.
               05 WS-PASSWORD PIC X(20) VALUE SPACES.
               05 WS-PASSWORD-CONF PIC X(20) VALUE SPACES.
               05 WS-ROLES PIC X(05) VALUE SPACES.
               05 WS-AREAS PIC X(04) VALUE SPACES.
               05 WS-PROFE PIC 9(03) VALUE ZEROS.
               05 WS-MEDICO PIC X(01) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-USU PIC XX.
               05 WS-ROLES-SESION PIC X(05) VALUE "NNNNN".
               05 WS-FIRMADO PIC X VALUE "N".
                   88 SESION-FIRMADA VALUE "S".
               05 WS-USU-EXISTE PIC X VALUE "N".
                   88 USUARIO-EXISTE VALUE "S".

           01 WS-POLITICA-CALL.
               05 WS-POL-ACCION PIC X(01).
               05 WS-POL-RESULTADO PIC X(01).
                   88 POLITICA-OK VALUE "S".
               05 WS-POL-MOTIVO PIC X(50).

           01 WS-PROF-CALL.
               05 WS-PROF-CLAVE-LK PIC X(03).
               05 WS-PROF-NOMBRE-LK PIC A(30).
               05 WS-PROF-ENCONTRADO PIC X.
                   88 PROFESOR-ENCONTRADO VALUE "S".

           01 SWITCHES.
               05 WS-FIN-LISTA PIC X VALUE "N".
           DISPLAY "LOG -- USUARIO: " WITH NO ADVANCING.
           ACCEPT WS-NOMBRE.
           MOVE FUNCTION UPPER-CASE(WS-NOMBRE) TO WS-NOMBRE.
      *    UN USUARIO EXISTENTE CONSERVA SU SAL, HASH E HISTORIAL
      *    PARA QUE LA REGLA DE NO REPETIR SE PUEDA REVISAR.
           MOVE "N" TO WS-USU-EXISTE.
           MOVE WS-NOMBRE TO USU-REG-NOMBRE.
           READ DOC-USUARIOS
               INVALID KEY
                   INITIALIZE USU-REG-DOC
                   MOVE WS-NOMBRE TO USU-REG-NOMBRE
               NOT INVALID KEY
                   SET USUARIO-EXISTE TO TRUE
           END-READ.
           PERFORM 100110-CAPTURA-PASSWORD.
           MOVE SPACES TO WS-ROLES.
           PERFORM UNTIL WS-ROLES NOT = SPACES
               DISPLAY "LOG -- ROLES SSSSS/N (CAPTURA CORRECCION "
                   DISPLAY "**** CAPTURE CINCO LETRAS S O N ***"
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-AREAS.
           PERFORM UNTIL WS-AREAS NOT = SPACES
               DISPLAY "LOG -- AREAS NO ADEUDO SSSS/N (BIBLIOTECA "
                       "LABORATORIO FINANZAS ESCOLAR): "
                       WITH NO ADVANCING
               ACCEPT WS-AREAS
               MOVE FUNCTION UPPER-CASE(WS-AREAS) TO WS-AREAS
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
                   IF WS-AREAS(WS-SUB:1) NOT = "S"
                       AND WS-AREAS(WS-SUB:1) NOT = "N"
                       MOVE SPACES TO WS-AREAS
                       MOVE 5 TO WS-SUB
                   END-IF
               END-PERFORM
               IF WS-AREAS = SPACES
                   DISPLAY "**** CAPTURE CUATRO LETRAS S O N ***"
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-PROF-ENCONTRADO.
           PERFORM UNTIL PROFESOR-ENCONTRADO
               DISPLAY "LOG -- CLAVE DE PROFESOR (000 = NINGUNA): "
                       WITH NO ADVANCING
               ACCEPT WS-PROFE
               IF WS-PROFE = ZEROS
                   SET PROFESOR-ENCONTRADO TO TRUE
               ELSE
                   MOVE SPACES TO WS-PROF-NOMBRE-LK
                   MOVE WS-PROFE TO WS-PROF-CLAVE-LK
                   CALL "PROFESOR-SEARCH" USING
                       WS-PROF-CLAVE-LK WS-PROF-NOMBRE-LK
                       WS-PROF-ENCONTRADO
                   IF PROFESOR-ENCONTRADO
                       DISPLAY "PROFESOR: " WS-PROF-NOMBRE-LK
                   ELSE
                       DISPLAY "**** CLAVE NO EXISTE EN "
                               "PROFESORES.TXT ***"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-MEDICO.
           PERFORM UNTIL WS-MEDICO = "S" OR WS-MEDICO = "N"
               DISPLAY "LOG -- ROL MEDICO (S/N): " WITH NO ADVANCING
               ACCEPT WS-MEDICO
               MOVE FUNCTION UPPER-CASE(WS-MEDICO) TO WS-MEDICO
               IF WS-MEDICO NOT = "S" AND WS-MEDICO NOT = "N"
                   DISPLAY "**** CAPTURE S O N ***"
               END-IF
           END-PERFORM.
           MOVE WS-ROLES TO USU-REG-ROLES.
           MOVE WS-AREAS TO USU-REG-AREAS.
           MOVE WS-PROFE TO USU-REG-PROFE.
           MOVE WS-MEDICO TO USU-REG-MEDICO.
      *    PASSWORD RECIEN CAPTURADO: VIGENCIA DESDE HOY, SIN
      *    INTENTOS FALLIDOS NI BLOQUEO.
           IF WS-PASSWORD NOT = SPACES
               MOVE "G" TO WS-POL-ACCION
               CALL "PASSWORD-POLITICA" USING
                   WS-POL-ACCION WS-PASSWORD USU-REG-DOC
                   WS-POL-RESULTADO WS-POL-MOTIVO
               MOVE SPACES TO WS-PASSWORD
               ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
               MOVE WS-AUD-FECHA TO USU-REG-FECHA-PWD
               MOVE ZEROS TO USU-REG-INTENTOS
               MOVE "N" TO USU-REG-BLOQUEADO
           END-IF.
           IF USUARIO-EXISTE
               REWRITE USU-REG-DOC
           ELSE
               ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
               MOVE WS-AUD-FECHA TO USU-REG-FECHA-ACTIVA
               MOVE ZEROS TO USU-REG-ULTIMO-LOGIN
               WRITE USU-REG-DOC
           END-IF.
           IF WS-STATUS-USU = "00" OR WS-STATUS-USU = "02"
               DISPLAY "**** USUARIO GUARDADO ***"
           ELSE
           END-IF.
           EXIT.

       100110-CAPTURA-PASSWORD.
      *    EN UNA ACTUALIZACION, ENTER DEJA EL PASSWORD COMO ESTA.
           MOVE "N" TO WS-POL-RESULTADO.
           PERFORM UNTIL POLITICA-OK
               IF USUARIO-EXISTE
                   DISPLAY "LOG -- PASSWORD (ENTER = SIN CAMBIO): "
                           WITH NO ADVANCING
               ELSE
                   DISPLAY "LOG -- PASSWORD: " WITH NO ADVANCING
               END-IF
               ACCEPT WS-PASSWORD
               IF WS-PASSWORD = SPACES AND USUARIO-EXISTE
                   SET POLITICA-OK TO TRUE
               ELSE
                   DISPLAY "LOG -- CONFIRME EL PASSWORD: "
                           WITH NO ADVANCING
                   ACCEPT WS-PASSWORD-CONF
                   IF WS-PASSWORD NOT = WS-PASSWORD-CONF
                       DISPLAY "**** NO COINCIDEN ***"
                   ELSE
                       MOVE "V" TO WS-POL-ACCION
                       CALL "PASSWORD-POLITICA" USING
                           WS-POL-ACCION WS-PASSWORD USU-REG-DOC
                           WS-POL-RESULTADO WS-POL-MOTIVO
                       IF NOT POLITICA-OK
                           DISPLAY "**** "
                                   FUNCTION TRIM(WS-POL-MOTIVO) " ***"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PASSWORD-CONF.
           EXIT.

       100200-ELIMINA.
           DISPLAY "LOG -- USUARIO A ELIMINAR: " WITH NO ADVANCING.
           ACCEPT WS-NOMBRE.
                       SET FIN-LISTA TO TRUE
                   NOT AT END
                       DISPLAY USU-REG-NOMBRE " ROLES "
                               USU-REG-ROLES " AREAS "
                               USU-REG-AREAS " PROFE "
                               USU-REG-PROFE " MED "
                               USU-REG-MEDICO " BLOQ "
                               USU-REG-BLOQUEADO " ULT.LOGIN "
                               USU-REG-ULTIMO-LOGIN
               END-READ
           END-PERFORM.
           CLOSE DOC-USUARIOS.
       100400-DESBLOQUEA.
      *    SOLO UN ADMIN LLEGA AQUI (EL CANDADO ESTA AL ARRANQUE):
      *    LIMPIA LA BANDERA DE BLOQUEO Y LOS INTENTOS ACUMULADOS.
      *    UNA CUENTA INACTIVADA POR DESUSO VUELVE A CONTAR SUS DIAS
      *    DESDE HOY, O LA SIGUIENTE RECERTIFICACION LA INACTIVARIA
      *    OTRA VEZ ANTES DE QUE EL USUARIO ENTRE.
           DISPLAY "LOG -- USUARIO A DESBLOQUEAR: " WITH NO ADVANCING.
           ACCEPT WS-NOMBRE.
           MOVE FUNCTION UPPER-CASE(WS-NOMBRE) TO WS-NOMBRE.
               INVALID KEY
                   DISPLAY "**** USUARIO NO ENCONTRADO ***"
               NOT INVALID KEY
                   IF USU-REG-BLOQUEADO = "I"
                       ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD
                       MOVE WS-AUD-FECHA TO USU-REG-FECHA-ACTIVA
                   END-IF
                   MOVE "N" TO USU-REG-BLOQUEADO
                   MOVE ZEROS TO USU-REG-INTENTOS
                   REWRITE USU-REG-DOC
