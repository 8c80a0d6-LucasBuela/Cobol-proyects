      *Una nota de credito emitida contra una factura: su propia
      *numeracion, la factura original, el importe que le descuenta
      *al saldo y el motivo. El importe se suma a FACTURA-COBRADO
      *igual que un pago imputado, nunca por encima de lo pendiente.
       FD  ARCHIVO-NOTAS-CREDITO.
           01 NOTA-CREDITO-REGISTRO.
              10 NOTA-CREDITO-NUMERO PIC 9(8).
              10 NOTA-CREDITO-FACTURA PIC 9(8).
              10 NOTA-CREDITO-CLIENTES-ID PIC X(6).
              10 NOTA-CREDITO-FECHA PIC X(8).
              10 NOTA-CREDITO-IMPORTE PIC S9(7)V99 COMP-3.
              10 NOTA-CREDITO-MOTIVO PIC X(30).
              10 NOTA-CREDITO-OPERADOR PIC X(10).
              10 NOTA-CREDITO-FECHA-HORA PIC X(21).
