      *          SE RESUELVE DEL MAESTRO Y LA ENTRADA QUEDA "P"
      *          PENDIENTE HASTA QUE NOTIFICA-COLA-DOC LA MARCA "E"
      *          ENVIADA, SO WE CAN FINALLY SEE WHAT NEVER WENT OUT.
      *          LOS AVISOS "PRF-..." VAN AL PROFESOR: LA CLAVE ES LA
      *          DE "profesores.txt" Y EL CONTACTO SALE DE AHI.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA-WRITER.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EST-REG-CLAVE
                   ALTERNATE RECORD KEY IS EST-REG-NOMBRE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-CARRERA
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS EST-REG-PLANTEL
                       WITH DUPLICATES
                   FILE STATUS IS WS-STATUS-EST.

                   SELECT DOC-ASPIRANTES ASSIGN TO "aspirantes.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASP-REG-FOLIO
                   FILE STATUS IS WS-STATUS-ASP.

                   SELECT DOC-PROFESORES ASSIGN TO "profesores.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROF-REG-CLAVE
                   FILE STATUS IS WS-STATUS-PROF.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-NOTIFICA.
           FD DOC-EST.
               COPY "EST-REG-DOC.cpy".

           FD DOC-ASPIRANTES.
               COPY "ASP-REG-DOC.cpy".

           FD DOC-PROFESORES.
               COPY "PROF-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-NOT PIC XX.
               05 WS-STATUS-EST PIC XX.
               05 WS-STATUS-ASP PIC XX.
               05 WS-STATUS-PROF PIC XX.
               05 WS-FECHA PIC 9(08) VALUE ZEROS.
               05 WS-TELEFONO PIC X(10) VALUE SPACES.
               05 WS-EMAIL PIC X(30) VALUE SPACES.
       GOBACK.

       MAIN-PROCEDURE.
      *    LAS CARTAS DE ADMISION ("ASP-...") VIAJAN CON EL FOLIO DEL
      *    ASPIRANTE, QUE TODAVIA NO ESTA EN EL MAESTRO.
           EVALUATE LK-EVENTO(1:4)
               WHEN "ASP-"
                   PERFORM 100200-RESUELVE-ASPIRANTE
               WHEN "PRF-"
                   PERFORM 100300-RESUELVE-PROFESOR
               WHEN OTHER
                   PERFORM 100100-RESUELVE-CONTACTO
           END-EVALUATE.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           OPEN EXTEND DOC-NOTIFICA.
           IF WS-STATUS-NOT = "35"
           CLOSE DOC-EST.
           EXIT.

       100200-RESUELVE-ASPIRANTE.
           MOVE SPACES TO WS-TELEFONO.
           MOVE SPACES TO WS-EMAIL.
           OPEN INPUT DOC-ASPIRANTES.
           IF WS-STATUS-ASP = "00"
               MOVE LK-CLAVE TO ASP-REG-FOLIO
               READ DOC-ASPIRANTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ASP-REG-TELEFONO TO WS-TELEFONO
                       MOVE ASP-REG-EMAIL TO WS-EMAIL
               END-READ
           END-IF.
           CLOSE DOC-ASPIRANTES.
           EXIT.

       100300-RESUELVE-PROFESOR.
           MOVE SPACES TO WS-TELEFONO.
           MOVE SPACES TO WS-EMAIL.
           OPEN INPUT DOC-PROFESORES.
           IF WS-STATUS-PROF = "00"
               MOVE LK-CLAVE TO PROF-REG-CLAVE
               READ DOC-PROFESORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROF-REG-TELEFONO TO WS-TELEFONO
                       MOVE PROF-REG-EMAIL TO WS-EMAIL
               END-READ
           END-IF.
           CLOSE DOC-PROFESORES.
           EXIT.

       END PROGRAM NOTIFICA-WRITER.
