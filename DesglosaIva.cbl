      ******************************************************************
      * Author:Lucas Gustavo Buela
      * Date:02/9/2026
      * Purpose: Rutina compartida de desglose de IVA: segun la
      *          condicion del cliente decide la letra del comprobante
      *          y separa neto e IVA. Al responsable inscripto se le
      *          factura con letra A y el IVA discriminado; al
      *          monotributista, al consumidor final y al exento con
      *          letra B, y el exento sin IVA. Todos los programas
      *          que emiten facturas la llaman, asi la regla vive en
      *          un solo lugar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Desglosar-iva.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  DIVISOR-IVA PIC 9(3)V99 VALUE ZERO.

       LINKAGE SECTION.
       COPY "DataDesgloseIva.cbl".

       PROCEDURE DIVISION USING DESGLOSE-COMPROBANTE.
       EMPIEZA-PROGRAMA.
           MOVE SPACE TO DESGLOSE-RESULTADO.
           IF DESGLOSE-CONDICION-IVA = "I"
           MOVE "A" TO DESGLOSE-LETRA
           ELSE
           MOVE "B" TO DESGLOSE-LETRA
           END-IF.
           IF DESGLOSE-CONDICION-IVA = "E"
           MOVE ZERO TO DESGLOSE-TASA
           END-IF.
           IF DESGLOSE-IMPORTE-NETO
           PERFORM AGREGA-IVA-AL-NETO
           ELSE
           PERFORM SEPARA-IVA-DEL-TOTAL
           END-IF.
           GOBACK.

      *El importe es el neto: el IVA se calcula encima y se suma.
      *Si el total no entra en el campo del comprobante se avisa y el
      *que llama no emite:
       AGREGA-IVA-AL-NETO.
           MOVE DESGLOSE-IMPORTE TO DESGLOSE-NETO.
           COMPUTE DESGLOSE-IVA ROUNDED =
               DESGLOSE-NETO * DESGLOSE-TASA / 100.
           COMPUTE DESGLOSE-TOTAL = DESGLOSE-NETO + DESGLOSE-IVA
           ON SIZE ERROR
           MOVE "E" TO DESGLOSE-RESULTADO
           MOVE ZERO TO DESGLOSE-TOTAL
           END-COMPUTE.

      *El importe ya trae el IVA: el neto sale de dividir por uno mas
      *la tasa y el IVA es la diferencia, asi neto mas IVA da siempre
      *el total exacto sin perder un centavo en el redondeo:
       SEPARA-IVA-DEL-TOTAL.
           MOVE DESGLOSE-IMPORTE TO DESGLOSE-TOTAL.
           COMPUTE DIVISOR-IVA = 1 + DESGLOSE-TASA / 100.
           COMPUTE DESGLOSE-NETO ROUNDED =
               DESGLOSE-TOTAL / DIVISOR-IVA.
           COMPUTE DESGLOSE-IVA = DESGLOSE-TOTAL - DESGLOSE-NETO.

       END PROGRAM Desglosar-iva.
