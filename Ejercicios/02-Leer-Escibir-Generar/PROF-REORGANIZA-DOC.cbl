      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: ONE-TIME CONVERSION OF "profesores.txt" FROM THE OLD
      *          33-BYTE LAYOUT (CLAVE + NOMBRE) TO THE CURRENT LAYOUT
      *          OF PROF-REG-DOC.cpy, QUE AGREGA TELEFONO Y EMAIL PARA
      *          LOS AVISOS AL PROFESOR (SAME TWO-PASS SCHEME AS
      *          MAT-REORGANIZA-DOC). LOS CONTACTOS QUEDAN EN BLANCO Y
      *          SE CAPTURAN DESPUES EN PROFESOR-MAKER-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROF-REORGANIZA-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-PROF-ANT ASSIGN TO "profesores.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PROF-ANT-CLAVE
           FILE STATUS IS WS-STATUS-ANT.
       SELECT DOC-TEMP ASSIGN TO "profesores.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.
       SELECT DOC-PROF-NVO ASSIGN TO "profesores.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROF-REG-CLAVE
           FILE STATUS IS WS-STATUS-NVO.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-PROF-ANT.
      *    LAYOUT VIEJO DEL CATALOGO (33 BYTES): EL QUE ESCRIBIA
      *    PROFESOR-MAKER-DOC ANTES DE LOS DATOS DE CONTACTO.
           01 PROF-ANT-REG.
               05 PROF-ANT-CLAVE PIC 9(03).
               05 PROF-ANT-NOMBRE PIC A(30).

           FD DOC-TEMP.
           01 PROF-REG-TEMP PIC X(73).

           FD DOC-PROF-NVO.
           COPY "PROF-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-ANT PIC XX.
               05 WS-STATUS-TMP PIC XX.
               05 WS-STATUS-NVO PIC XX.
               05 WS-CONFIRMA PIC X(03).
               05 WS-TOTAL-LEIDOS PIC 9(04) VALUE ZEROS.
               05 WS-TOTAL-CARGADOS PIC 9(04) VALUE ZEROS.

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
           DISPLAY "---- REORGANIZACION DE PROFESORES.TXT ----".
           DISPLAY "--------------------------------------------".
           DISPLAY "CONVIERTE EL CATALOGO DEL LAYOUT VIEJO DE 33".
           DISPLAY "AL VIGENTE DE PROF-REG-DOC.cpy (CON TELEFONO Y".
           DISPLAY "EMAIL). EJECUTAR UNA SOLA VEZ, SIN OTRAS".
           DISPLAY "SESIONES SOBRE EL ARCHIVO.".
           DISPLAY "¿CONFIRMA LA REORGANIZACION? (SI/NO): "
                   WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF WS-CONFIRMA = "SI"
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
      *    PRIMER PASO: VACIA EL CATALOGO VIEJO A UN TEMPORAL YA
      *    CONVERTIDO, PORQUE EL OPEN OUTPUT DEL SEGUNDO PASO TRUNCA
      *    "profesores.txt". SI EL OPEN FALLA CON "39" (LARGO DE
      *    REGISTRO DISTINTO) EL CATALOGO YA ESTA EN EL LAYOUT NUEVO
      *    Y NO HAY NADA QUE CONVERTIR.
           OPEN INPUT DOC-PROF-ANT.
           EVALUATE WS-STATUS-ANT
               WHEN "00"
                   PERFORM UNTIL FIN-ANTERIOR
                       READ DOC-PROF-ANT NEXT RECORD
                           AT END
                               SET FIN-ANTERIOR TO TRUE
                           NOT AT END
                               PERFORM 100200-MAPEA-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE DOC-PROF-ANT
               WHEN "39"
                   DISPLAY "**** PROFESORES.TXT YA ESTA EN EL LAYOUT "
                           "VIGENTE; NADA QUE CONVERTIR ***"
               WHEN OTHER
                   DISPLAY "**** NO SE PUDO ABRIR PROFESORES.TXT, "
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
           INITIALIZE PROF-REG-DOC.
           MOVE PROF-ANT-CLAVE TO PROF-REG-CLAVE.
           MOVE PROF-ANT-NOMBRE TO PROF-REG-NOMBRE.
           MOVE SPACES TO PROF-REG-TELEFONO.
           MOVE SPACES TO PROF-REG-EMAIL.
           MOVE PROF-REG-DOC TO PROF-REG-TEMP.
           WRITE PROF-REG-TEMP.
           ADD 1 TO WS-TOTAL-LEIDOS.
           EXIT.

       100300-RECARGA-INDEXADO.
      *    SEGUNDO PASO: RECONSTRUYE "profesores.txt" EN EL LAYOUT
      *    NUEVO CARGANDO CADA REGISTRO DEL TEMPORAL.
           OPEN INPUT DOC-TEMP.
           OPEN OUTPUT DOC-PROF-NVO.
           PERFORM UNTIL FIN-TEMPORAL
               READ DOC-TEMP
                   AT END
                       SET FIN-TEMPORAL TO TRUE
                   NOT AT END
                       MOVE PROF-REG-TEMP TO PROF-REG-DOC
                       WRITE PROF-REG-DOC
                           INVALID KEY
                               DISPLAY "**** CLAVE " PROF-REG-CLAVE
                                       " DUPLICADA, OMITIDA ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DOC-TEMP.
           CLOSE DOC-PROF-NVO.
           EXIT.

       100900-RESUMEN.
           DISPLAY "*****************************************".
           DISPLAY "**** REORGANIZACION COMPLETADA ****".
           DISPLAY "**** PROFESORES LEIDOS:    " WS-TOTAL-LEIDOS.
           DISPLAY "**** PROFESORES CARGADOS:  " WS-TOTAL-CARGADOS.
           DISPLAY "*****************************************".
           EXIT.

       END PROGRAM PROF-REORGANIZA-DOC.
