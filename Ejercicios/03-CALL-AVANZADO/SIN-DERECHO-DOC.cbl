                       AT END
                           SET FIN-ASISTENCIA TO TRUE
                       NOT AT END
      *                    SOLO "A": LA AUSENCIA JUSTIFICADA "J" DE
      *                    JUSTIFICANTES-MAKER-DOC NO QUITA DERECHO.
                           IF ASI-REG-ESTADO = "A"
                               PERFORM 100200-ACUMULA-PAR
                           END-IF
