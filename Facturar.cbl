      *          tipeados por el operador. Hasta ahora el unico
      *          registro financiero era el saldo corriente; con esto
      *          hay cuentas por cobrar de verdad.
      *          La condicion del cliente frente al IVA decide la
      *          letra y si el importe tipeado es el neto (responsable
      *          inscripto) o el final con el IVA incluido (el resto).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  IMPORTE-PARTE-CENTAVOS PIC X(2).
       77  IMPORTE-CENTAVOS PIC 9(2).
       01  IMPORTE-CONVERTIDO PIC S9(7)V99 COMP-3 VALUE ZERO.
      *Alicuota de IVA de la factura: en blanco se toma la general,
      *misma regla que Cargar-presupuesto:
       77  PORCENTAJE-IVA-GENERAL PIC 9(2)V99 VALUE 21.
       77  CAMPO-PORC-IVA PIC X(15).
       77  CAMPO-PORC-MUESTRA PIC Z9.99.
       77  TASA-VALIDA PIC X.
       01  PORC-IVA-PEDIDO PIC 9(2)V99 VALUE ZERO.
       77  CAMPO-NETO-MUESTRA PIC -Z(6)9.99.
       77  CAMPO-IVA-MUESTRA PIC -Z(6)9.99.
       77  CAMPO-TOTAL-MUESTRA PIC -Z(6)9.99.
       COPY "DataDesgloseIva.cbl".

       PROCEDURE DIVISION.
       EMPIEZA-PROGRAMA.
           MOVE "N" TO SIGUE-FACTURANDO
           ELSE
           PERFORM PIDE-DATOS-FACTURA
           IF IMPORTE-TEXTO-VALIDO = "S" AND TASA-VALIDA = "S" AND
              CAMPO-VENCIMIENTO NUMERIC
           PERFORM DESGLOSA-IVA
           IF DESGLOSE-CORRECTO
           PERFORM GRABA-FACTURA
           ELSE
           DISPLAY "El total con IVA no entra en la factura, no se "
                   "emitio."
           END-IF
           ELSE
           DISPLAY "Importe, IVA o vencimiento invalidos, no se "
                   "emitio."
           END-IF
           END-IF.

           END-IF.

       PIDE-DATOS-FACTURA.
           PERFORM PIDE-PORCENTAJE-IVA.
           MOVE SPACE TO IMPORTE-TEXTO.
           IF CLIENTE-RESPONSABLE-INSCRIPTO
           DISPLAY "Importe neto, sin IVA (con centavos "
                   "opcionales): "
           ELSE
           DISPLAY "Importe final, IVA incluido (con centavos "
                   "opcionales): "
           END-IF.
           ACCEPT IMPORTE-TEXTO.
           PERFORM VALIDA-TEXTO-IMPORTE.
           IF IMPORTE-TEXTO-VALIDO = "S"
           DISPLAY "Concepto (hasta 30 caracteres): ".
           ACCEPT CAMPO-CONCEPTO.

      *El porcentaje se tipea como un importe (21, 10.50, 0); a un
      *cliente exento no se le pregunta porque va sin IVA:
       PIDE-PORCENTAJE-IVA.
           MOVE "S" TO TASA-VALIDA.
           MOVE ZERO TO PORC-IVA-PEDIDO.
           IF NOT CLIENTE-EXENTO-IVA
           PERFORM PIDE-TEXTO-PORCENTAJE-IVA
           END-IF.

       PIDE-TEXTO-PORCENTAJE-IVA.
           MOVE PORCENTAJE-IVA-GENERAL TO CAMPO-PORC-MUESTRA.
           MOVE SPACE TO CAMPO-PORC-IVA.
           DISPLAY "Porcentaje de IVA (blanco = " CAMPO-PORC-MUESTRA
                   "): ".
           ACCEPT CAMPO-PORC-IVA.
           IF CAMPO-PORC-IVA = SPACES
           MOVE PORCENTAJE-IVA-GENERAL TO PORC-IVA-PEDIDO
           ELSE
           MOVE CAMPO-PORC-IVA TO IMPORTE-TEXTO
           PERFORM VALIDA-TEXTO-IMPORTE
           IF IMPORTE-TEXTO-VALIDO = "S"
           PERFORM CONVIERTE-IMPORTE-TEXTO
           IF IMPORTE-CONVERTIDO < ZERO OR
              IMPORTE-CONVERTIDO NOT < 100
           MOVE "N" TO IMPORTE-TEXTO-VALIDO
           END-IF
           END-IF
           IF IMPORTE-TEXTO-VALIDO = "N"
           MOVE "N" TO TASA-VALIDA
           ELSE
           MOVE IMPORTE-CONVERTIDO TO PORC-IVA-PEDIDO
           END-IF
           END-IF.

      *Separa neto e IVA con la rutina compartida segun la condicion
      *del cliente:
       DESGLOSA-IVA.
           MOVE CLIENTES-CONDICION-IVA TO DESGLOSE-CONDICION-IVA.
           IF CLIENTE-RESPONSABLE-INSCRIPTO
           MOVE "N" TO DESGLOSE-MODO
           ELSE
           MOVE "T" TO DESGLOSE-MODO
           END-IF.
           MOVE PORC-IVA-PEDIDO TO DESGLOSE-TASA.
           MOVE IMPORTE-CONVERTIDO TO DESGLOSE-IMPORTE.
           CALL "Desglosar-iva" USING DESGLOSE-COMPROBANTE.

       GRABA-FACTURA.
           PERFORM ASIGNA-NUMERO-FACTURA.
           MOVE CLIENTES-ID TO FACTURA-CLIENTES-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO FACTURA-FECHA.
           MOVE CAMPO-VENCIMIENTO TO FACTURA-VENCIMIENTO.
           MOVE DESGLOSE-TOTAL TO FACTURA-IMPORTE.
           MOVE ZERO TO FACTURA-COBRADO.
           MOVE "P" TO FACTURA-ESTADO.
           MOVE CAMPO-CONCEPTO TO FACTURA-CONCEPTO.
           MOVE DESGLOSE-LETRA TO FACTURA-LETRA.
           MOVE CLIENTES-CONDICION-IVA TO FACTURA-CONDICION-IVA.
           MOVE CLIENTES-CUIT TO FACTURA-CUIT.
           MOVE DESGLOSE-TASA TO FACTURA-TASA-IVA.
           MOVE DESGLOSE-NETO TO FACTURA-NETO.
           MOVE DESGLOSE-IVA TO FACTURA-IVA.
           MOVE ZEROES TO FACTURA-PRESUPUESTO.
           MOVE SPACES TO FACTURA-FECHA-COBRO.
           WRITE FACTURA-REGISTRO
           INVALID KEY
           DISPLAY "Error grabando la factura " FACTURA-NUMERO "."
           NOT INVALID KEY
           ADD 1 TO CONTADOR-EMITIDAS
           MOVE FACTURA-NETO TO CAMPO-NETO-MUESTRA
           MOVE FACTURA-IVA TO CAMPO-IVA-MUESTRA
           MOVE FACTURA-IMPORTE TO CAMPO-TOTAL-MUESTRA
           DISPLAY "Factura " FACTURA-LETRA " " FACTURA-NUMERO
                   " emitida al cliente " CLIENTES-ID "."
           DISPLAY "  Neto " CAMPO-NETO-MUESTRA "  IVA "
                   CAMPO-IVA-MUESTRA "  Total " CAMPO-TOTAL-MUESTRA
           END-WRITE.

      *Lee el mayor numero asignado, le suma uno y actualiza el
