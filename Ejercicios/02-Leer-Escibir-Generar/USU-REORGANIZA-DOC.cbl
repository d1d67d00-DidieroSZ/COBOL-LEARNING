      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: ONE-TIME CONVERSION OF "usuarios.txt" FROM THE OLD
      *          35-BYTE LAYOUT, QUE GUARDABA EL PASSWORD EN CLARO, TO
      *          THE CURRENT LAYOUT OF USU-REG-DOC.cpy (SAL + HASH DE
      *          PASSWORD-HASH E HISTORIAL). SAME TWO-PASS SCHEME AS
      *          PROF-REORGANIZA-DOC. CADA PASSWORD VIGENTE SE GRABA
      *          CON PASSWORD-POLITICA COMO HASH Y LA FECHA DE CAMBIO
      *          QUEDA EN CEROS, PARA QUE USUARIO-LOGIN OBLIGUE A CADA
      *          USUARIO A CAMBIARLO EN SU SIGUIENTE ENTRADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USU-REORGANIZA-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-USU-ANT ASSIGN TO "usuarios.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USU-ANT-NOMBRE
           FILE STATUS IS WS-STATUS-ANT.
       SELECT DOC-TEMP ASSIGN TO "usuarios.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.
       SELECT DOC-USU-NVO ASSIGN TO "usuarios.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-REG-NOMBRE
           FILE STATUS IS WS-STATUS-NVO.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-USU-ANT.
      *    LAYOUT VIEJO (35 BYTES): EL QUE ESCRIBIA USUARIOS-MAKER-DOC
      *    CUANDO EL PASSWORD SE GUARDABA TAL CUAL, ANTES DE LAS AREAS
      *    DE NO ADEUDO Y LA CLAVE DE PROFESOR.
           01 USU-ANT-REG.
               05 USU-ANT-NOMBRE PIC X(10).
               05 USU-ANT-PASSWORD PIC X(10).
               05 USU-ANT-ROLES PIC X(05).
               05 USU-ANT-FECHA-PWD PIC 9(08).
               05 USU-ANT-INTENTOS PIC 9(01).
               05 USU-ANT-BLOQUEADO PIC X(01).

           FD DOC-TEMP.
           01 USU-REG-TEMP PIC X(352).

           FD DOC-USU-NVO.
           COPY "USU-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-ANT PIC XX.
               05 WS-STATUS-TMP PIC XX.
               05 WS-STATUS-NVO PIC XX.
               05 WS-CONFIRMA PIC X(03).
               05 WS-PASSWORD PIC X(20).
               05 WS-HOY PIC 9(08) VALUE ZEROS.
               05 WS-TOTAL-LEIDOS PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-CARGADOS PIC 9(04) VALUE ZEROS.

           01 WS-POLITICA-CALL.
               05 WS-POL-ACCION PIC X(01) VALUE "G".
               05 WS-POL-RESULTADO PIC X(01).
               05 WS-POL-MOTIVO PIC X(50).

           01 SWITCHES.
               05 WS-FIN-ANT PIC X VALUE "N".
                   88 FIN-ANTERIOR VALUE "S".
               05 WS-FIN-TMP PIC X VALUE "N".
                   88 FIN-TEMPORAL VALUE "S".
               05 WS-TEMP-ABIERTO PIC X VALUE "N".
                   88 TEMPORAL-ABIERTO VALUE "S".

       PROCEDURE DIVISION.

       PERFORM 100-INICIO.
       STOP RUN.

       100-INICIO.
           DISPLAY "--------------------------------------------".
           DISPLAY "---- REORGANIZACION DE USUARIOS.TXT ----".
           DISPLAY "--------------------------------------------".
           DISPLAY "CONVIERTE LOS PASSWORDS EN CLARO DEL LAYOUT".
           DISPLAY "VIEJO DE 35 A HASH CON SAL (USU-REG-DOC.cpy).".
           DISPLAY "CADA USUARIO DEBERA CAMBIAR SU PASSWORD AL".
           DISPLAY "ENTRAR. EJECUTAR UNA SOLA VEZ, SIN OTRAS".
           DISPLAY "SESIONES SOBRE EL ARCHIVO.".
           DISPLAY "¿CONFIRMA LA REORGANIZACION? (SI/NO): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA = "SI"
               ACCEPT WS-HOY FROM DATE YYYYMMDD
               PERFORM 100100-CONVIERTE-A-TEMPORAL
               IF WS-TOTAL-LEIDOS > ZEROS
                   PERFORM 100300-RECARGA-INDEXADO
                   PERFORM 100900-RESUMEN
               END-IF
           ELSE
               DISPLAY "**** REORGANIZACION CANCELADA, SIN CAMBIOS ***"
           END-IF.
           EXIT.

       100100-CONVIERTE-A-TEMPORAL.
      *    PRIMER PASO: VACIA EL ARCHIVO VIEJO A UN TEMPORAL YA
      *    CONVERTIDO, PORQUE EL OPEN OUTPUT DEL SEGUNDO PASO TRUNCA
      *    "usuarios.txt". SI EL ARCHIVO ABRE CON EL LAYOUT NUEVO YA
      *    ESTA CONVERTIDO Y NO HAY NADA QUE HACER; SI EL VIEJO FALLA
      *    CON "39" EL LARGO DE REGISTRO NO ES NINGUNO DE LOS DOS.
           OPEN INPUT DOC-USU-NVO.
           IF WS-STATUS-NVO = "00"
               CLOSE DOC-USU-NVO
               DISPLAY "**** USUARIOS.TXT YA ESTA EN EL LAYOUT "
                       "VIGENTE; NADA QUE CONVERTIR ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-USU-ANT.
           EVALUATE WS-STATUS-ANT
               WHEN "00"
                   PERFORM UNTIL FIN-ANTERIOR
                       READ DOC-USU-ANT NEXT RECORD
                           AT END
                               SET FIN-ANTERIOR TO TRUE
                           NOT AT END
                               PERFORM 100200-MAPEA-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE DOC-USU-ANT
               WHEN "39"
                   DISPLAY "**** USUARIOS.TXT NO TIENE EL LAYOUT "
                           "VIEJO NI EL VIGENTE (ERROR DE LAYOUT); "
                           "NO SE CONVIERTE ***"
               WHEN OTHER
                   DISPLAY "**** NO SE PUDO ABRIR USUARIOS.TXT, "
                           "STATUS: " WS-STATUS-ANT " ***"
           END-EVALUATE.
           IF TEMPORAL-ABIERTO
               CLOSE DOC-TEMP
           END-IF.
           EXIT.

       100200-MAPEA-REGISTRO.
           IF NOT TEMPORAL-ABIERTO
               OPEN OUTPUT DOC-TEMP
               SET TEMPORAL-ABIERTO TO TRUE
           END-IF.
           INITIALIZE USU-REG-DOC.
           MOVE USU-ANT-NOMBRE TO USU-REG-NOMBRE.
           MOVE USU-ANT-ROLES TO USU-REG-ROLES.
           MOVE USU-ANT-INTENTOS TO USU-REG-INTENTOS.
           MOVE USU-ANT-BLOQUEADO TO USU-REG-BLOQUEADO.
      *    EL LAYOUT VIEJO NO TRAIA AREAS NI PROFESOR: SIN FIRMA DE
      *    NO ADEUDO Y SIN LIGA A PROFESORES.TXT HASTA QUE SE CAPTUREN.
           MOVE "NNNN" TO USU-REG-AREAS.
           MOVE ZEROS TO USU-REG-PROFE.
      *    SIN HASH PREVIO EL HISTORIAL QUEDA VACIO; EL PASSWORD EN
      *    CLARO SOLO VIVE EN MEMORIA MIENTRAS SE CALCULA SU HASH.
           MOVE USU-ANT-PASSWORD TO WS-PASSWORD.
           CALL "PASSWORD-POLITICA" USING
               WS-POL-ACCION WS-PASSWORD USU-REG-DOC
               WS-POL-RESULTADO WS-POL-MOTIVO.
           MOVE SPACES TO WS-PASSWORD.
           MOVE ZEROS TO USU-REG-FECHA-PWD.
      *    LOS DIAS SIN USO SE CUENTAN DESDE LA CONVERSION.
           MOVE WS-HOY TO USU-REG-FECHA-ACTIVA.
           MOVE USU-REG-DOC TO USU-REG-TEMP.
           WRITE USU-REG-TEMP.
           ADD 1 TO WS-TOTAL-LEIDOS.
           EXIT.

       100300-RECARGA-INDEXADO.
      *    SEGUNDO PASO: RECONSTRUYE "usuarios.txt" EN EL LAYOUT
      *    NUEVO CARGANDO CADA REGISTRO DEL TEMPORAL, Y LUEGO VACIA EL
      *    TEMPORAL PARA QUE NO QUEDEN HASHES FUERA DEL ARCHIVO.
           OPEN INPUT DOC-TEMP.
           OPEN OUTPUT DOC-USU-NVO.
           PERFORM UNTIL FIN-TEMPORAL
               READ DOC-TEMP
                   AT END
                       SET FIN-TEMPORAL TO TRUE
                   NOT AT END
                       MOVE USU-REG-TEMP TO USU-REG-DOC
                       WRITE USU-REG-DOC
                           INVALID KEY
                               DISPLAY "**** USUARIO " USU-REG-NOMBRE
                                       " DUPLICADO, OMITIDO ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DOC-TEMP.
           CLOSE DOC-USU-NVO.
           OPEN OUTPUT DOC-TEMP.
           CLOSE DOC-TEMP.
           EXIT.

       100900-RESUMEN.
           DISPLAY "*****************************************".
           DISPLAY "**** REORGANIZACION COMPLETADA ****".
           DISPLAY "**** USUARIOS LEIDOS:      " WS-TOTAL-LEIDOS.
           DISPLAY "**** USUARIOS CARGADOS:    " WS-TOTAL-CARGADOS.
           DISPLAY "**** CADA USUARIO CAMBIARA SU PASSWORD AL ENTRAR".
           DISPLAY "*****************************************".
           EXIT.

       END PROGRAM USU-REORGANIZA-DOC.
