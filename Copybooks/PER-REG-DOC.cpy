      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SHARED RECORD LAYOUT FOR "personal-profes.txt", THE
      *          PROFESSOR PERSONNEL EXTENSION OF "profesores.txt",
      *          KEYED BY THE SAME PROF-REG-CLAVE: CONTRATO, INGRESO,
      *          FIN DE CONTRATO, GRADO MAXIMO Y CEDULA PROFESIONAL.
      *          LO MANTIENE PERSONAL-PROFES-MAKER-DOC Y LAS ALERTAS
      *          DE VENCIMIENTO SALEN DE CONTRATOS-ALERTA-DOC; LA
      *          CATEGORIA LA USA LA PRENOMINA (PRENOMINA-DOC).
      ******************************************************************
           01 PER-REG-DOC.
               05 PER-REG-PROFE-CLAVE PIC 9(03).
      *        TIPO DE CONTRATO: "B" BASE (DEFINITIVO), "T" TEMPORAL,
      *        "H" HONORARIOS / POR ASIGNATURA.
               05 PER-REG-CONTRATO PIC X(01).
                   88 PER-CONTRATO-BASE VALUE "B".
                   88 PER-CONTRATO-TEMPORAL VALUE "T".
                   88 PER-CONTRATO-HONORARIOS VALUE "H".
               05 PER-REG-FECHA-INGRESO PIC 9(08).
      *        00000000 = SIN FECHA DE TERMINO (CONTRATO DE BASE).
               05 PER-REG-FECHA-FIN PIC 9(08).
      *        GRADO MAXIMO: "L" LICENCIATURA, "E" ESPECIALIDAD,
      *        "M" MAESTRIA, "D" DOCTORADO.
               05 PER-REG-GRADO PIC X(01).
               05 PER-REG-CEDULA PIC X(10).
      *        VIGENCIA DE LA CREDENCIAL DOCENTE (PERMISO O
      *        ACREDITACION QUE VENCE); 00000000 = NO VENCE.
               05 PER-REG-VIGENCIA-CREDENCIAL PIC 9(08).
               05 PER-REG-FECHA-ACTUALIZA PIC 9(08).
               05 PER-REG-OPERADOR PIC X(10).
      *        CATEGORIA DEL PROFESOR EN EL TABULADOR DE PAGO POR HORA
      *        ("tabulador.txt", CATEGORIA + PLANTEL).
               05 PER-REG-CATEGORIA PIC X(02).
               05 FILLER PIC X(18).
