      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: ONE-TIME CONVERSION OF "planteles.txt" FROM THE OLD
      *          92-BYTE LAYOUT (CLAVE + NOMBRE + DIRECCION) TO THE
      *          CURRENT LAYOUT OF PLANTEL-MAKER-DOC, QUE AGREGA EL
      *          RVOE DEL PLANTEL (SAME TWO-PASS SCHEME AS
      *          PROF-REORGANIZA-DOC). EL RVOE QUEDA EN BLANCO Y SE
      *          CAPTURA DESPUES CON LA OPCION "RV" DE
      *          PLANTEL-MAKER-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLA-REORGANIZA-DOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOC-PLA-ANT ASSIGN TO "planteles.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PLA-ANT-CLAVE
           FILE STATUS IS WS-STATUS-ANT.
       SELECT DOC-TEMP ASSIGN TO "planteles.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TMP.
       SELECT DOC-PLA-NVO ASSIGN TO "planteles.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-REG-CLAVE
           FILE STATUS IS WS-STATUS-NVO.

       DATA DIVISION.
       FILE SECTION.
           FD DOC-PLA-ANT.
      *    LAYOUT VIEJO DEL CATALOGO (92 BYTES): EL QUE ESCRIBIA
      *    PLANTEL-MAKER-DOC ANTES DEL RVOE.
           01 PLA-ANT-REG.
               05 PLA-ANT-CLAVE PIC 9(02).
               05 PLA-ANT-NOMBRE PIC A(30).
               05 PLA-ANT-DIRECCION PIC X(60).

           FD DOC-TEMP.
           01 PLA-REG-TEMP PIC X(112).

           FD DOC-PLA-NVO.
      *    MISMO REGISTRO QUE PLANTEL-MAKER-DOC.
           01 PLA-REG-DOC.
               05 PLA-REG-CLAVE PIC 9(02).
               05 PLA-REG-NOMBRE PIC A(30).
               05 PLA-REG-DIRECCION PIC X(60).
               05 PLA-REG-RVOE PIC X(20).

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
           DISPLAY "---- REORGANIZACION DE PLANTELES.TXT ----".
           DISPLAY "--------------------------------------------".
           DISPLAY "CONVIERTE EL CATALOGO DEL LAYOUT VIEJO DE 92".
           DISPLAY "AL VIGENTE DE 112 (CON RVOE, QUE QUEDA EN".
           DISPLAY "BLANCO). EJECUTAR UNA SOLA VEZ, SIN OTRAS".
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
      *    "planteles.txt". SI EL CATALOGO ABRE CON EL LAYOUT NUEVO YA
      *    ESTA CONVERTIDO Y NO HAY NADA QUE HACER; SI EL VIEJO FALLA
      *    CON "39" EL LARGO DE REGISTRO NO ES NINGUNO DE LOS DOS.
           OPEN INPUT DOC-PLA-NVO.
           IF WS-STATUS-NVO = "00"
               CLOSE DOC-PLA-NVO
               DISPLAY "**** PLANTELES.TXT YA ESTA EN EL LAYOUT "
                       "VIGENTE; NADA QUE CONVERTIR ***"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DOC-PLA-ANT.
           EVALUATE WS-STATUS-ANT
               WHEN "00"
                   PERFORM UNTIL FIN-ANTERIOR
                       READ DOC-PLA-ANT NEXT RECORD
                           AT END
                               SET FIN-ANTERIOR TO TRUE
                           NOT AT END
                               PERFORM 100200-MAPEA-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE DOC-PLA-ANT
               WHEN "39"
                   DISPLAY "**** PLANTELES.TXT NO TIENE EL LAYOUT "
                           "VIEJO NI EL VIGENTE (ERROR DE LAYOUT); "
                           "NO SE CONVIERTE ***"
               WHEN OTHER
                   DISPLAY "**** NO SE PUDO ABRIR PLANTELES.TXT, "
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
           INITIALIZE PLA-REG-DOC.
           MOVE PLA-ANT-CLAVE TO PLA-REG-CLAVE.
           MOVE PLA-ANT-NOMBRE TO PLA-REG-NOMBRE.
           MOVE PLA-ANT-DIRECCION TO PLA-REG-DIRECCION.
           MOVE SPACES TO PLA-REG-RVOE.
           MOVE PLA-REG-DOC TO PLA-REG-TEMP.
           WRITE PLA-REG-TEMP.
           ADD 1 TO WS-TOTAL-LEIDOS.
           EXIT.

       100300-RECARGA-INDEXADO.
      *    SEGUNDO PASO: RECONSTRUYE "planteles.txt" EN EL LAYOUT
      *    NUEVO CARGANDO CADA REGISTRO DEL TEMPORAL.
           OPEN INPUT DOC-TEMP.
           OPEN OUTPUT DOC-PLA-NVO.
           PERFORM UNTIL FIN-TEMPORAL
               READ DOC-TEMP
                   AT END
                       SET FIN-TEMPORAL TO TRUE
                   NOT AT END
                       MOVE PLA-REG-TEMP TO PLA-REG-DOC
                       WRITE PLA-REG-DOC
                           INVALID KEY
                               DISPLAY "**** CLAVE " PLA-REG-CLAVE
                                       " DUPLICADA, OMITIDA ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-CARGADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DOC-TEMP.
           CLOSE DOC-PLA-NVO.
           EXIT.

       100900-RESUMEN.
           DISPLAY "*****************************************".
           DISPLAY "**** REORGANIZACION COMPLETADA ****".
           DISPLAY "**** PLANTELES LEIDOS:     " WS-TOTAL-LEIDOS.
           DISPLAY "**** PLANTELES CARGADOS:   " WS-TOTAL-CARGADOS.
           DISPLAY "*****************************************".
           EXIT.

       END PROGRAM PLA-REORGANIZA-DOC.
