      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: ONE-TIME CONVERSION OF "conceptos.txt" FROM THE OLD
      *          50-BYTE LAYOUT (CODIGO + DESCRIPCION) TO THE CURRENT
      *          LAYOUT OF CONCEPTOS-MAKER-DOC, QUE AGREGA LA MARCA DE
      *          COLEGIATURA DEDUCIBLE (SAME TWO-PASS SCHEME AS
      *          PROF-REORGANIZA-DOC). TODOS LOS CONCEPTOS QUEDAN NO
      *          DEDUCIBLES ("N") Y SE MARCAN DESPUES EN
      *          CONCEPTOS-MAKER-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON-REORGANIZA-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-CON-ANT ASSIGN TO "conceptos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CON-ANT-CODIGO
           FILE STATUS IS WS-STATUS-ANT.
       SELECT DOC-TEMP ASSIGN TO "conceptos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.
       SELECT DOC-CON-NVO ASSIGN TO "conceptos.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CON-REG-CODIGO
           FILE STATUS IS WS-STATUS-NVO.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-CON-ANT.
      *    LAYOUT VIEJO DEL CATALOGO (50 BYTES): EL QUE ESCRIBIA
      *    CONCEPTOS-MAKER-DOC ANTES DE LA MARCA DE DEDUCIBLE.
           01 CON-ANT-REG.
               05 CON-ANT-CODIGO PIC X(20).
               05 CON-ANT-DESCRIPCION PIC X(30).

           FD DOC-TEMP.
           01 CON-REG-TEMP PIC X(51).

           FD DOC-CON-NVO.
      *    MISMO REGISTRO QUE CONCEPTOS-MAKER-DOC.
           01 CON-REG-DOC.
               05 CON-REG-CODIGO PIC X(20).
               05 CON-REG-DESCRIPCION PIC X(30).
               05 CON-REG-DEDUCIBLE PIC X(01).

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
           DISPLAY "---- REORGANIZACION DE CONCEPTOS.TXT ----".
           DISPLAY "--------------------------------------------".
           DISPLAY "CONVIERTE EL CATALOGO DEL LAYOUT VIEJO DE 50".
           DISPLAY "AL VIGENTE DE 51 (CON MARCA DE DEDUCIBLE, QUE".
           DISPLAY "QUEDA EN N). EJECUTAR UNA SOLA VEZ, SIN OTRAS".
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
      *    "conceptos.txt". SI EL CATALOGO ABRE CON EL LAYOUT NUEVO YA
      *    ESTA CONVERTIDO Y NO HAY NADA QUE HACER; SI EL VIEJO FALLA
      *    CON "39" EL LARGO DE REGISTRO NO ES NINGUNO DE LOS DOS.
           OPEN INPUT DOC-CON-NVO.
           IF WS-STATUS-NVO = "00"
               CLOSE DOC-CON-NVO
               DISPLAY "**** CONCEPTOS.TXT YA ESTA EN EL LAYOUT "
                       "VIGENTE; NADA QUE CONVERTIR ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-CON-ANT.
           EVALUATE WS-STATUS-ANT
               WHEN "00"
                   PERFORM UNTIL FIN-ANTERIOR
                       READ DOC-CON-ANT NEXT RECORD
                           AT END
                               SET FIN-ANTERIOR TO TRUE
                           NOT AT END
                               PERFORM 100200-MAPEA-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE DOC-CON-ANT
               WHEN "39"
                   DISPLAY "**** CONCEPTOS.TXT NO TIENE EL LAYOUT "
                           "VIEJO NI EL VIGENTE (ERROR DE LAYOUT); "
                           "NO SE CONVIERTE ***"
               WHEN OTHER
                   DISPLAY "**** NO SE PUDO ABRIR CONCEPTOS.TXT, "
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
           INITIALIZE CON-REG-DOC.
           MOVE CON-ANT-CODIGO TO CON-REG-CODIGO.
           MOVE CON-ANT-DESCRIPCION TO CON-REG-DESCRIPCION.
           MOVE "N" TO CON-REG-DEDUCIBLE.
           MOVE CON-REG-DOC TO CON-REG-TEMP.
           WRITE CON-REG-TEMP.
           ADD 1 TO WS-TOTAL-LEIDOS.
           EXIT.

       100300-RECARGA-INDEXADO.
      *    SEGUNDO PASO: RECONSTRUYE "conceptos.txt" EN EL LAYOUT
      *    NUEVO CARGANDO CADA REGISTRO DEL TEMPORAL.
           OPEN INPUT DOC-TEMP.
           OPEN OUTPUT DOC-CON-NVO.
           PERFORM UNTIL FIN-TEMPORAL
               READ DOC-TEMP
                   AT END
                       SET FIN-TEMPORAL TO TRUE
                   NOT AT END
                       MOVE CON-REG-TEMP TO CON-REG-DOC
                       WRITE CON-REG-DOC
                           INVALID KEY
                               DISPLAY "**** CODIGO " CON-REG-CODIGO
                                       " DUPLICADA, OMITIDA ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DOC-TEMP.
           CLOSE DOC-CON-NVO.
           EXIT.

       100900-RESUMEN.
           DISPLAY "*****************************************".
           DISPLAY "**** REORGANIZACION COMPLETADA ****".
           DISPLAY "**** CONCEPTOS LEIDOS:     " WS-TOTAL-LEIDOS.
           DISPLAY "**** CONCEPTOS CARGADOS:   " WS-TOTAL-CARGADOS.
           DISPLAY "*****************************************".
           EXIT.

       END PROGRAM CON-REORGANIZA-DOC.
