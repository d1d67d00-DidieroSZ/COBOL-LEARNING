      ******************************************************************
      * Author: DIDIER.
      * Date: 15/10/2026.
      * Purpose: RESOLVE THE ELECTRONIC INVOICE (CFDI) OF A RECEIPT
      *          FOLIO FROM "facturas.txt" (SEE CFDI-EXPORTA-DOC Y
      *          CFDI-IMPORTA-DOC): RETURNS THE UUID AND THE TIMBRADO
      *          DATE WHEN THE PAC ALREADY STAMPED IT. LO USA LA
      *          REIMPRESION DE RECIBOS DE PAGOS-MAKER-DOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURA-SEARCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT DOC-FACTURAS ASSIGN TO "facturas.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAC-REG-FOLIO
                   FILE STATUS IS WS-STATUS-FAC.

       DATA DIVISION.
           FILE SECTION.
           FD DOC-FACTURAS.
               COPY "FAC-REG-DOC.cpy".

       WORKING-STORAGE SECTION.
           01 WS-VARIABLES.
               05 WS-STATUS-FAC PIC XX.

       LINKAGE SECTION.
           01 LK-FOLIO PIC 9(06).
           01 LK-UUID PIC X(36).
           01 LK-FECHA-TIMBRADO PIC 9(08).
           01 LK-TIMBRADA PIC X.
               88 LK-FACTURA-TIMBRADA VALUE "S".
               88 LK-SIN-FACTURA VALUE "N".

       PROCEDURE DIVISION USING LK-FOLIO LK-UUID LK-FECHA-TIMBRADO
           LK-TIMBRADA.

       PERFORM MAIN-PROCEDURE.
       GOBACK.

       MAIN-PROCEDURE.
           SET LK-SIN-FACTURA TO TRUE.
           MOVE SPACES TO LK-UUID.
           MOVE ZEROS TO LK-FECHA-TIMBRADO.
           OPEN INPUT DOC-FACTURAS.
           IF WS-STATUS-FAC = "00"
               MOVE LK-FOLIO TO FAC-REG-FOLIO
               READ DOC-FACTURAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FAC-TIMBRADA
                           SET LK-FACTURA-TIMBRADA TO TRUE
                           MOVE FAC-REG-UUID TO LK-UUID
                           MOVE FAC-REG-FECHA-TIMBRADO
                               TO LK-FECHA-TIMBRADO
                       END-IF
               END-READ
           END-IF.
           CLOSE DOC-FACTURAS.
           EXIT.

       END PROGRAM FACTURA-SEARCH.
