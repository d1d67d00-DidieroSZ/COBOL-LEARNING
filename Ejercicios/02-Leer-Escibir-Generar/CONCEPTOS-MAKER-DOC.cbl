      *          PAGOS-MAKER-DOC Y LA FACTURACION VALIDAN EL CONCEPTO
      *          CON CONCEPTO-SEARCH, Y EL CONTADOR POR FIN PUEDE
      *          TOTALIZAR EL INGRESO POR TIPO CON
      *          INGRESOS-CONCEPTO-DOC. LOS CONCEPTOS DE COLEGIATURA
      *          DEDUCIBLE LLEVAN LA MARCA QUE USA DEDUCIBLES-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCEPTOS-MAKER-DOC.
           01 CON-REG-DOC.
               05 CON-REG-CODIGO PIC X(20).
               05 CON-REG-DESCRIPCION PIC X(30).
      *        "S" = COLEGIATURA DEDUCIBLE (ENTRA EN LA CONSTANCIA
      *        ANUAL DE PAGOS PARA LA DECLARACION).
               05 CON-REG-DEDUCIBLE PIC X(01).
                   88 CON-DEDUCIBLE VALUE "S".

       WORKING-STORAGE SECTION.
           01 IN-DATA.
               05 WS-CODIGO PIC X(20) VALUE SPACES.
               05 WS-DESCRIPCION PIC X(30) VALUE SPACES.
               05 WS-DEDUCIBLE PIC X(01) VALUE SPACES.

           01 WS-VARIABLES.
               05 WS-STATUS-CON PIC XX.
           ACCEPT WS-DESCRIPCION.
           MOVE FUNCTION UPPER-CASE(WS-DESCRIPCION)
               TO WS-DESCRIPCION.
           MOVE SPACES TO WS-DEDUCIBLE.
           PERFORM UNTIL WS-DEDUCIBLE = "S" OR WS-DEDUCIBLE = "N"
               DISPLAY "LOG -- ¿COLEGIATURA DEDUCIBLE? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-DEDUCIBLE
               MOVE FUNCTION UPPER-CASE(WS-DEDUCIBLE) TO WS-DEDUCIBLE
           END-PERFORM.
           INITIALIZE CON-REG-DOC.
           MOVE WS-CODIGO TO CON-REG-CODIGO.
           MOVE WS-DESCRIPCION TO CON-REG-DESCRIPCION.
           MOVE WS-DEDUCIBLE TO CON-REG-DEDUCIBLE.
           WRITE CON-REG-DOC
               INVALID KEY
                   REWRITE CON-REG-DOC
                       SET FIN-LISTA TO TRUE
                   NOT AT END
                       DISPLAY CON-REG-CODIGO " "
                               CON-REG-DESCRIPCION " "
                               CON-REG-DEDUCIBLE
               END-READ
           END-PERFORM.
           CLOSE DOC-CONCEPTOS.
