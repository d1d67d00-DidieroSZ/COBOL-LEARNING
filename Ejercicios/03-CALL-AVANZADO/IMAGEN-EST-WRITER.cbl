      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SINGLE WRITER FOR "imagenes-est.txt", THE AFTER-IMAGE
      *          JOURNAL OF "estudiantes.txt" (MISMO ESQUEMA QUE
      *          AUDITORIA-WRITER). TODO PROGRAMA QUE DA DE ALTA,
      *          REESCRIBE O BORRA UN REGISTRO DEL MAESTRO LO LLAMA
      *          DESPUES DE LA ESCRITURA EXITOSA CON SU NOMBRE, LA
      *          OPERACION Y EL REGISTRO COMPLETO; AQUI SE LE ESTAMPA
      *          FECHA Y HORA. RECUPERA-MAESTRO-DOC REAPLICA ESTAS
      *          IMAGENES SOBRE EL SNAPSHOT DEL ULTIMO CIERRE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMAGEN-EST-WRITER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT DOC-IMAGENES ASSIGN TO "imagenes-est.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUS-IMG.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-IMAGENES.
               COPY "IMG-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-IMG PIC XX.

       LINKAGE SECTION.
           01 LK-PROGRAMA PIC X(30).
           01 LK-OPERACION PIC X(01).
           01 LK-IMAGEN PIC X(535).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-OPERACION LK-IMAGEN.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
           INITIALIZE IMG-REG-DOC.
           ACCEPT IMG-REG-FECHA FROM DATE YYYYMMDD.
           ACCEPT IMG-REG-HORA FROM TIME.
           MOVE LK-PROGRAMA TO IMG-REG-PROGRAMA.
           MOVE LK-OPERACION TO IMG-REG-OPERACION.
           MOVE LK-IMAGEN TO IMG-REG-IMAGEN.
      *    EN LA MARCA DE CIERRE LA IMAGEN TRAE EL TERMINO, NO UN
      *    REGISTRO DEL MAESTRO.
           IF IMG-CIERRE
               MOVE ZEROS TO IMG-REG-CLAVE
           ELSE
               MOVE LK-IMAGEN(1:8) TO IMG-REG-CLAVE
           END-IF.
           OPEN EXTEND DOC-IMAGENES.
           IF WS-STATUS-IMG = "35"
               OPEN OUTPUT DOC-IMAGENES
           END-IF.
           WRITE IMG-REG-DOC.
           CLOSE DOC-IMAGENES.
           EXIT.

       END PROGRAM IMAGEN-EST-WRITER.
