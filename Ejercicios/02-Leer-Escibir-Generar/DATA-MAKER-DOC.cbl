           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-REG-CLAVE
           ALTERNATE RECORD KEY IS EST-REG-NOMBRE
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-CARRERA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EST-REG-PLANTEL
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-PRE.
       SELECT DOC-EST-SCAN ASSIGN TO "estudiantes.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCAN-CLAVE
           ALTERNATE RECORD KEY IS SCAN-NOMBRE
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS SCAN-CARRERA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS SCAN-PLANTEL
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-SCAN.
       SELECT MAT-DOC ASSIGN TO "materias.txt"
           ORGANIZATION IS INDEXED
       SELECT COMPROBANTE ASSIGN TO WS-COMPROBANTE-ARCH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COMP.
       SELECT DOC-LOTES ASSIGN TO "lotes-carga.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOTE.

       DATA DIVISION.
       FILE SECTION.
      *    ARCHIVO COMPARTIDO SI.
           01 SCAN-REG.
               05 SCAN-CLAVE PIC 9(08).
               05 SCAN-NOMBRE PIC X(40).
               05 FILLER PIC X(02).
               05 SCAN-CARRERA PIC 9(02).
               05 SCAN-MATERIA-TABLA OCCURS 20 TIMES PIC 9(06).
               05 FILLER PIC X(360).
               05 SCAN-ESTATUS PIC X(01).
               05 SCAN-PLANTEL PIC 9(02).

           FD MAT-DOC.
           COPY "MAT-REG-DOC.cpy".
               05 ESP-CLAVE PIC 9(08).
               05 ESP-FECHA PIC 9(08).

           FD DOC-LOTES.
      *    CADA CORRIDA DE CARGA LLEVA SU NUMERO DE LOTE Y ASIENTA LO
      *    QUE ESCRIBIO, PARA PODER DESHACERLA CON DESHACE-LOTE-DOC.
           COPY "LOT-REG-DOC.cpy".

       WORKING-STORAGE SECTION.

      *    LINEA DE BITACORA; EL SELLADO Y LA ESCRITURA EN
               05 WS-CLAVE-DIGITO-OK PIC X VALUE "N".
               05 WS-EMPALME PIC X VALUE "N".
                   88 HORARIO-EMPALMADO VALUE "S".
               05 WS-STATUS-LOTE PIC XX.
               05 WS-LOTE-NUMERO PIC 9(06) VALUE ZEROS.
               05 WS-LOTE-ORIGEN PIC X(03) VALUE SPACES.
               05 WS-FIN-LOTE PIC X VALUE "N".
                   88 FIN-LOTES VALUE "S".

           01 WS-GRADOS-REF-VALUES.
               05 FILLER PIC X(02) VALUE "01".
           01 WS-FIN-DIARIO PIC X VALUE "N".
               88 FIN-DIARIO VALUE "S".

      *    DIARIO DE IMAGENES DEL MAESTRO (IMAGEN-EST-WRITER).
           01 WS-IMAGEN-EST.
               05 WS-IMG-PROGRAMA PIC X(30)
                   VALUE "DOC-EST-MAKER".
               05 WS-IMG-OPERACION PIC X(01) VALUE "M".

       PROCEDURE DIVISION.

       PERFORM 100001-CAPTURA-OPERADOR.
                   DISPLAY "**** CLAVE YA EXISTE EN ESTUDIANTES.TXT,"
                           " ALTA RECHAZADA ***"
               NOT INVALID KEY
                   MOVE "A" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
                   PERFORM 100320-AUDITORIA-LOG
                   PERFORM 100350-COMPROBANTE-INSCRIPCION
           END-WRITE.
           REWRITE EST-REG-DOC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "M" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
           END-REWRITE.
           IF WS-STATUS-PRE = "00"
               DISPLAY "**** REGISTRO ACTUALIZADO ***"
           MOVE ZEROS TO WS-TOTAL-RECHAZADOS.
           PERFORM 100905-VALIDA-CONTROL.
           IF CARGA-BALANCEADA
               MOVE "TXT" TO WS-LOTE-ORIGEN
               PERFORM 100980-ABRE-LOTE
               OPEN INPUT DOC-CARGA
               OPEN OUTPUT DOC-RECHAZOS
               MOVE "N" TO WS-FIN-CARGA
                   UNTIL FIN-CARGA-EST
               CLOSE DOC-CARGA
               CLOSE DOC-RECHAZOS
               PERFORM 100982-CIERRA-LOTE
               DISPLAY "**** ESTUDIANTES CARGADOS: "
                       WS-TOTAL-CARGADOS " ***"
               DISPLAY "**** RECHAZADOS (VER RECHAZOS-CARGA.TXT): "
      *    Y AL PLANTEL 01.
           IF NOT EST-ACTIVO AND NOT EST-BAJA
               AND NOT EST-EGRESADO AND NOT EST-SUSPENDIDO
               AND NOT EST-FUSIONADO AND NOT EST-BAJA-TEMPORAL
               SET EST-ACTIVO TO TRUE
           END-IF.
           IF EST-REG-PLANTEL IS NOT NUMERIC
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   PERFORM 100925-ESCRIBE-RECHAZO
               NOT INVALID KEY
                   MOVE "A" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
                   ADD 1 TO WS-TOTAL-CARGADOS
                   PERFORM 100320-AUDITORIA-LOG
                   PERFORM 100981-REGISTRA-LOTE
           END-WRITE.
           EXIT.

                       "REPROCESAR ***"
           ELSE
               OPEN OUTPUT DOC-RECHAZOS-TMP
               MOVE "REP" TO WS-LOTE-ORIGEN
               PERFORM 100980-ABRE-LOTE
               MOVE "N" TO WS-FIN-CARGA
               PERFORM 100955-REPROCESA-LINEA UNTIL FIN-CARGA-EST
               CLOSE DOC-RECHAZOS
               CLOSE DOC-RECHAZOS-TMP
               PERFORM 100982-CIERRA-LOTE
               PERFORM 100960-REEMPLAZA-RECHAZOS
               DISPLAY "**** REPROCESADOS CON EXITO: "
                       WS-TOTAL-CARGADOS " ***"
                   MOVE EST-REG-CLAVE TO WS-CLAVE
                   IF NOT EST-ACTIVO AND NOT EST-BAJA
                       AND NOT EST-EGRESADO AND NOT EST-SUSPENDIDO
                       AND NOT EST-FUSIONADO
                       AND NOT EST-BAJA-TEMPORAL
                       SET EST-ACTIVO TO TRUE
                   END-IF
                   WRITE EST-REG-DOC
                           ADD 1 TO WS-TOTAL-RECHAZADOS
                           PERFORM 100956-GUARDA-RECHAZO-TMP
                       NOT INVALID KEY
                           MOVE "A" TO WS-IMG-OPERACION
                           CALL "IMAGEN-EST-WRITER" USING
                               WS-IMG-PROGRAMA WS-IMG-OPERACION
                               EST-REG-DOC
                           ADD 1 TO WS-TOTAL-CARGADOS
                           PERFORM 100320-AUDITORIA-LOG
                           PERFORM 100981-REGISTRA-LOTE
                   END-WRITE
           END-READ.
           EXIT.
           ELSE
               OPEN OUTPUT DOC-RECHAZOS-CSV
               OPEN INPUT MAT-DOC
               MOVE "CSV" TO WS-LOTE-ORIGEN
               PERFORM 100980-ABRE-LOTE
               MOVE "N" TO WS-FIN-CARGA
               PERFORM 100971-PROCESA-RENGLON-CSV
                   UNTIL FIN-CARGA-EST
               PERFORM 100982-CIERRA-LOTE
               CLOSE MAT-DOC
               CLOSE DOC-RECHAZOS-CSV
               CLOSE DOC-CARGA-CSV
                       TO WS-CSV-MOTIVO
                   PERFORM 100977-ESCRIBE-RECHAZO-CSV
               NOT INVALID KEY
                   MOVE "A" TO WS-IMG-OPERACION
                   CALL "IMAGEN-EST-WRITER" USING
                       WS-IMG-PROGRAMA WS-IMG-OPERACION
                       EST-REG-DOC
                   ADD 1 TO WS-TOTAL-CARGADOS
                   PERFORM 100320-AUDITORIA-LOG
                   PERFORM 100981-REGISTRA-LOTE
           END-WRITE.
           EXIT.

           CLOSE DOC-RECHAZOS.
           EXIT.

       100980-ABRE-LOTE.
      *    EL NUMERO DE LOTE ES EL MAS ALTO YA ASENTADO EN
      *    LOTES-CARGA.TXT MAS UNO (MISMO ESQUEMA QUE EL ID DEL
      *    DIARIO EN 100326-SIGUIENTE-ID-DIARIO).
           MOVE ZEROS TO WS-LOTE-NUMERO.
           OPEN INPUT DOC-LOTES.
           IF WS-STATUS-LOTE = "00"
               MOVE "N" TO WS-FIN-LOTE
               PERFORM UNTIL FIN-LOTES
                   READ DOC-LOTES
                       AT END
                           SET FIN-LOTES TO TRUE
                       NOT AT END
                           IF LOT-REG-NUMERO > WS-LOTE-NUMERO
                               MOVE LOT-REG-NUMERO TO WS-LOTE-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOC-LOTES
           END-IF.
           ADD 1 TO WS-LOTE-NUMERO.
           OPEN EXTEND DOC-LOTES.
           IF WS-STATUS-LOTE = "35"
               OPEN OUTPUT DOC-LOTES
           END-IF.
           DISPLAY "**** LOTE DE CARGA NUMERO " WS-LOTE-NUMERO " ***".
           EXIT.

       100981-REGISTRA-LOTE.
      *    LA CARGA SOLO DA ALTAS (UNA CLAVE EXISTENTE SE RECHAZA),
      *    ASI QUE NO HAY IMAGEN ANTERIOR QUE GUARDAR.
           INITIALIZE LOT-REG-DOC.
           MOVE WS-LOTE-NUMERO TO LOT-REG-NUMERO.
           MOVE WS-AUD-FECHA TO LOT-REG-FECHA.
           MOVE WS-AUD-HORA(1:6) TO LOT-REG-HORA.
           MOVE WS-OPERADOR-LOGIN TO LOT-REG-OPERADOR.
           MOVE WS-LOTE-ORIGEN TO LOT-REG-ORIGEN.
           SET LOT-ALTA TO TRUE.
           SET LOT-VIGENTE TO TRUE.
           MOVE EST-REG-CLAVE TO LOT-REG-CLAVE.
           MOVE SPACES TO LOT-REG-ANTES.
           MOVE EST-REG-DOC TO LOT-REG-DESPUES.
           WRITE LOT-REG-DOC.
           EXIT.

       100982-CIERRA-LOTE.
           CLOSE DOC-LOTES.
           DISPLAY "**** PARA DESHACER ESTA CARGA: DESHACE-LOTE-DOC, "
                   "LOTE " WS-LOTE-NUMERO " ***".
           EXIT.

       END PROGRAM DOC-EST-MAKER.
