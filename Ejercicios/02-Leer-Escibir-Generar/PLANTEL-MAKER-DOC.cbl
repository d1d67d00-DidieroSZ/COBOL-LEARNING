      *          "planteles.txt" (SAME SCHEME AS CARRERA-MAKER-DOC),
      *          READY FOR THE SECOND PLANTEL OPENING NEXT YEAR. THE
      *          STUDENT AND SUBJECT MASTERS CARRY THE PLANTEL KEY
      *          AND VALIDATE IT WITH PLANTEL-SEARCH. CADA PLANTEL
      *          LLEVA SU RVOE (RECONOCIMIENTO DE VALIDEZ OFICIAL),
      *          QUE SE IMPRIME EN LAS CONSTANCIAS DE DEDUCIBLES; LA
      *          OPCION "RV" LO REGISTRA EN PLANTELES YA DADOS DE ALTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANTEL-MAKER-DOC.
               05 PLA-REG-CLAVE PIC 9(02).
               05 PLA-REG-NOMBRE PIC A(30).
               05 PLA-REG-DIRECCION PIC X(60).
               05 PLA-REG-RVOE PIC X(20).

       WORKING-STORAGE SECTION.
           01 IN-DATA.
               05 WS-CLAVE PIC 9(02) VALUE ZEROS.
               05 WS-NOMBRE PIC A(30).
               05 WS-DIRECCION PIC X(60).
               05 WS-RVOE PIC X(20).

           01 WS-VARIABLES.
               05 WS-STATUS-PLA PIC XX.
               05 LOG-DATA-B PIC XX VALUE "SI".
                   88 SW-CONTINUAR VALUE "SI".
                   88 SW-DETENER VALUE "NO".
                   88 SW-RVOE VALUE "RV".
               05 WS-FIN-PREV PIC X VALUE "N".
                   88 FIN-PLANTELES-PREVIOS VALUE "S".

           EXIT.

       100000-DATA-LOG.
           IF SW-RVOE
               PERFORM 100500-ACTUALIZA-RVOE
           ELSE
               PERFORM 100100-GENERAL-DATA
               PERFORM 100300-MOVE-DATA
           END-IF.
           PERFORM 100400-NEW-DATA.
           EXIT.

           DISPLAY "LOG -- DIRECCION Plantel: ".
           ACCEPT WS-DIRECCION.
           MOVE FUNCTION UPPER-CASE(WS-DIRECCION) TO WS-DIRECCION.
           DISPLAY "LOG -- RVOE Plantel: ".
           ACCEPT WS-RVOE.
           MOVE FUNCTION UPPER-CASE(WS-RVOE) TO WS-RVOE.
           EXIT.

       100300-MOVE-DATA.
           MOVE WS-CLAVE TO PLA-REG-CLAVE.
           MOVE WS-NOMBRE TO PLA-REG-NOMBRE.
           MOVE WS-DIRECCION TO PLA-REG-DIRECCION.
           MOVE WS-RVOE TO PLA-REG-RVOE.
           WRITE PLA-REG-DOC
               INVALID KEY
                   DISPLAY "**** CLAVE DE PLANTEL DUPLICADA ***"
           DISPLAY "¿Ingresar nuevo PLANTEL?".
           DISPLAY "CONTINUAR ---- SI".
           DISPLAY "DETENER ---- NO".
           DISPLAY "RVOE DE UN PLANTEL EXISTENTE ---- RV".
           ACCEPT SWITCHES.
           MOVE FUNCTION UPPER-CASE(SWITCHES) TO SWITCHES.
           EXIT.

       100500-ACTUALIZA-RVOE.
           DISPLAY "LOG -- CLAVE Plantel: ".
           ACCEPT PLA-REG-CLAVE.
           READ DOC-PLANTELES
               INVALID KEY
                   DISPLAY "**** PLANTEL NO REGISTRADO ***"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "PLANTEL: " PLA-REG-NOMBRE.
           DISPLAY "RVOE ACTUAL: " PLA-REG-RVOE.
           DISPLAY "LOG -- NUEVO RVOE: ".
           ACCEPT WS-RVOE.
           MOVE FUNCTION UPPER-CASE(WS-RVOE) TO PLA-REG-RVOE.
           REWRITE PLA-REG-DOC
               INVALID KEY
                   DISPLAY "**** ERROR AL ACTUALIZAR EL PLANTEL ***"
           END-REWRITE.
           EXIT.

       END PROGRAM PLANTEL-MAKER-DOC.
