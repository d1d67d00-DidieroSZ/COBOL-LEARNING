      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: SEARCH ONE DATE ON THE NON-WORKING DAYS CALENDAR
      *          "dias-inhabiles.txt" (DIA-REG-DOC) FOR A PLANTEL:
      *          PRIMERO EL REGISTRO DEL PLANTEL Y, SI NO HAY, EL DEL
      *          PLANTEL 00 (TODOS). REGRESA EL TIPO ("F" FESTIVO, "V"
      *          VACACIONES, "S" SUSPENSION) Y LA DESCRIPCION; TIPO EN
      *          BLANCO = DIA HABIL (O SIN CALENDARIO CAPTURADO). LOS
      *          FINES DE SEMANA NO SE CONSIDERAN AQUI.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIA-INHABIL-SEARCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT DIA-DOC ASSIGN TO "dias-inhabiles.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DIA-REG-LLAVE
                   FILE STATUS IS WS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD DIA-DOC.
               COPY "DIA-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS PIC XX.
       LINKAGE SECTION.
           01 LK-PLANTEL PIC 9(02).
           01 LK-FECHA PIC 9(08).
           01 LK-TIPO PIC X(01).
               88 LK-DIA-HABIL VALUE SPACE.
           01 LK-DESCRIPCION PIC X(40).

       PROCEDURE DIVISION USING LK-PLANTEL LK-FECHA LK-TIPO
           LK-DESCRIPCION.

       PERFORM MAIN-PROCEDURE.
       MAIN-PROCEDURE.
            SET LK-DIA-HABIL TO TRUE.
            MOVE SPACES TO LK-DESCRIPCION.
            OPEN INPUT DIA-DOC.
            IF WS-STATUS NOT = "00"
                GOBACK
            END-IF.

            MOVE LK-PLANTEL TO DIA-REG-PLANTEL.
            MOVE LK-FECHA TO DIA-REG-FECHA.
            READ DIA-DOC
                INVALID KEY
                    MOVE ZEROS TO DIA-REG-PLANTEL
                    MOVE LK-FECHA TO DIA-REG-FECHA
                    READ DIA-DOC
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE DIA-REG-TIPO TO LK-TIPO
                            MOVE DIA-REG-DESCRIPCION TO LK-DESCRIPCION
                    END-READ
                NOT INVALID KEY
                    MOVE DIA-REG-TIPO TO LK-TIPO
                    MOVE DIA-REG-DESCRIPCION TO LK-DESCRIPCION
            END-READ.
       CLOSE DIA-DOC.
       GOBACK.

       END PROGRAM DIA-INHABIL-SEARCH.
