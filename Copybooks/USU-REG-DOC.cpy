      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RECORD LAYOUT FOR "usuarios.txt", THE STAFF USER
      *          FILE (USUARIOS-MAKER-DOC, USUARIO-LOGIN,
      *          AREA-ROL-SEARCH, TUTOR-ROL-SEARCH,
      *          MEDICO-ROL-SEARCH). EL PASSWORD YA NO
      *          SE GUARDA: SOLO SU SAL Y SU HASH DE UN SOLO SENTIDO
      *          (PASSWORD-HASH), MAS LOS ULTIMOS PASSWORDS EN HASH
      *          PARA QUE UN CAMBIO NO REPITA NINGUNO DE ELLOS
      *          (PASSWORD-POLITICA). EL ARCHIVO DEL LAYOUT ANTERIOR SE
      *          CONVIERTE UNA VEZ CON USU-REORGANIZA-DOC. LA FECHA
      *          DEL ULTIMO LOGIN Y LA DE ALTA O REACTIVACION ALIMENTAN
      *          LA RECERTIFICACION DE ACCESOS
      *          (RECERTIFICA-ACCESOS-DOC).
      ******************************************************************
           01 USU-REG-DOC.
               05 USU-REG-NOMBRE PIC X(10).
      *        CADA ROL ES "S" O "N": CAPTURA, CORRECCION, CATALOGOS,
      *        REPORTES, ADMIN.
               05 USU-REG-ROLES.
                   10 USU-ROL-CAPTURA PIC X(01).
                   10 USU-ROL-CORRECCION PIC X(01).
                   10 USU-ROL-CATALOGOS PIC X(01).
                   10 USU-ROL-REPORTES PIC X(01).
                   10 USU-ROL-ADMIN PIC X(01).
      *        VIGENCIA Y CANDADO DEL PASSWORD: FECHA DEL ULTIMO
      *        CAMBIO (00000000 = NUNCA, FUERZA CAMBIO), INTENTOS
      *        FALLIDOS ACUMULADOS Y BANDERA "B" DE BLOQUEADO POR
      *        INTENTOS O "I" DE INACTIVADA POR DESUSO.
               05 USU-REG-FECHA-PWD PIC 9(08).
               05 USU-REG-INTENTOS PIC 9(01).
               05 USU-REG-BLOQUEADO PIC X(01).
      *        AREAS DE NO ADEUDO QUE FIRMA, "S" O "N": BIBLIOTECA,
      *        LABORATORIO, FINANZAS, CONTROL ESCOLAR.
               05 USU-REG-AREAS.
                   10 USU-AREA-BIBLIOTECA PIC X(01).
                   10 USU-AREA-LABORATORIO PIC X(01).
                   10 USU-AREA-FINANZAS PIC X(01).
                   10 USU-AREA-ESCOLAR PIC X(01).
      *        CLAVE DE PROFESORES.TXT DEL USUARIO; 000 = NINGUNA.
               05 USU-REG-PROFE PIC 9(03).
      *        SAL ALEATORIA DEL PASSWORD VIGENTE Y SU HASH.
               05 USU-REG-SAL PIC X(10).
               05 USU-REG-HASH PIC X(40).
      *        PASSWORDS ANTERIORES, EL MAS RECIENTE PRIMERO.
               05 USU-REG-HISTORIA OCCURS 5 TIMES.
                   10 USU-HIS-SAL PIC X(10).
                   10 USU-HIS-HASH PIC X(40).
      *        ULTIMO LOGIN EXITOSO Y FECHA DE ALTA O DE LA ULTIMA
      *        REACTIVACION; LA MAS RECIENTE DE ELLAS (O DEL CAMBIO DE
      *        PASSWORD) MIDE LOS DIAS SIN USO DE LA CUENTA.
               05 USU-REG-ULTIMO-LOGIN PIC 9(08).
               05 USU-REG-FECHA-ACTIVA PIC 9(08).
      *        ROL MEDICO, "S" O "N": UNICO QUE ABRE EL EXPEDIENTE DE
      *        SALUD (salud.txt). LOS REGISTROS ANTERIORES TRAEN
      *        ESPACIOS AQUI, QUE CUENTAN COMO "N".
               05 USU-REG-MEDICO PIC X(01).
               05 FILLER PIC X(03).
