      *Una cuota del cronograma de amortizacion (sistema frances):
      *vencimiento, capital e interes que la forman, el importe
      *total y el capital que queda adeudado despues de pagarla. El
      *paso nocturno la cobra del saldo al vencer; si el disponible
      *no alcanza queda vencida impaga y se reintenta cada noche.
       FD  ARCHIVO-CUOTAS.
           01 CUOTA-REGISTRO.
              05 CUOTA-CLAVE.
                 10 CUOTA-PRESTAMO-NUMERO PIC 9(8).
                 10 CUOTA-NUMERO PIC 9(3).
              05 CUOTA-CLIENTES-ID PIC X(6).
              05 CUOTA-VENCIMIENTO PIC X(8).
              05 CUOTA-CAPITAL PIC S9(7)V99 COMP-3.
              05 CUOTA-INTERES PIC S9(7)V99 COMP-3.
              05 CUOTA-IMPORTE PIC S9(7)V99 COMP-3.
              05 CUOTA-SALDO-CAPITAL PIC S9(7)V99 COMP-3.
              05 CUOTA-ESTADO PIC X(1).
                 88 CUOTA-PENDIENTE VALUE "P".
                 88 CUOTA-COBRADA VALUE "C".
                 88 CUOTA-VENCIDA-IMPAGA VALUE "M".
              05 CUOTA-FECHA-COBRO PIC X(8).
