                   88 EST-BAJA VALUE "B".
                   88 EST-EGRESADO VALUE "E".
                   88 EST-SUSPENDIDO VALUE "S".
      *            BAJA TEMPORAL CON REGRESO PLANEADO (DETALLE EN
      *            "bajas-temporales.txt"); NO SE COBRA NI OCUPA
      *            CUPO, Y SE REACTIVA SIN PASAR POR READMISION.
                   88 EST-BAJA-TEMPORAL VALUE "T".
      *            CLAVE DUPLICADA YA FUSIONADA EN OTRA
      *            (FUSION-CLAVES-DOC); SOLO QUEDA COMO APUNTADOR AL
      *            SOBREVIVIENTE, REGISTRADO EN "fusiones.txt".
                   88 EST-FUSIONADO VALUE "F".
      *        PLANTEL (CAMPUS) DEL ALUMNO, VALIDADO CONTRA
      *        "planteles.txt" CON PLANTEL-SEARCH.
               05 EST-REG-PLANTEL PIC 9(02).
