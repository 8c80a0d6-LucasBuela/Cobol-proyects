           AT END
           MOVE "0" TO FIN-DEL-ARCHIVO.

      *Un pago es un credito manual, de lote, acreditado desde el
      *banco o depositado en caja, posterior a la marca de agua; los
      *renglones de interes, arrastre, revaluacion, conversion de
      *moneda y reversiones no son plata que entro y no pagan
      *facturas:
       PROCESA-MOVIMIENTO.
           IF MOVIMIENTO-FECHA-HORA > MARCA-DE-AGUA
           IF MOVIMIENTO-FECHA-HORA > MARCA-NUEVA
           END-IF
           IF MOVIMIENTO-IMPORTE > ZERO AND
              (MOVIMIENTO-MANUAL OR MOVIMIENTO-AJUSTE-LOTE
               OR MOVIMIENTO-PAGO-BANCO OR MOVIMIENTO-DEPOSITO-CAJA)
           ADD 1 TO CONTADOR-PAGOS
           MOVE MOVIMIENTO-IMPORTE TO CREDITO-RESTANTE
           PERFORM IMPUTA-CREDITO-A-FACTURAS
           SUBTRACT IMPORTE-A-IMPUTAR FROM CREDITO-RESTANTE.
           IF FACTURA-COBRADO NOT < FACTURA-IMPORTE
           MOVE "C" TO FACTURA-ESTADO
           MOVE MOVIMIENTO-FECHA-HORA (1:8) TO FACTURA-FECHA-COBRO
           ADD 1 TO CONTADOR-COBRADAS
           END-IF.
           REWRITE FACTURA-REGISTRO
