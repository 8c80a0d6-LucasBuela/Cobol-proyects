      *Un recibo de caja: numero, cuando, a que cliente, que cajero
      *lo emitio, si fue deposito o extraccion, el importe y el saldo
      *que quedo, y quien autorizo si paso el umbral del segundo
      *operador. Un numero que se tomo y no llego a asentarse queda
      *como anulado, nunca se reutiliza ni desaparece.
       FD  ARCHIVO-RECIBOS.
           01 RECIBO-REGISTRO.
              10 RECIBO-NUMERO PIC 9(8).
              10 RECIBO-FECHA-HORA PIC X(21).
              10 RECIBO-CLIENTES-ID PIC X(6).
              10 RECIBO-OPERADOR PIC X(10).
              10 RECIBO-TIPO PIC X(1).
                 88 RECIBO-DEPOSITO VALUE "D".
                 88 RECIBO-EXTRACCION VALUE "E".
                 88 RECIBO-DEPOSITO-CHEQUE VALUE "C".
              10 RECIBO-IMPORTE PIC S9(7)V99 COMP-3.
              10 RECIBO-SALDO-RESULTANTE PIC S9(7)V99 COMP-3.
              10 RECIBO-AUTORIZADO-POR PIC X(10).
              10 RECIBO-ESTADO PIC X(1).
                 88 RECIBO-EMITIDO VALUE "E".
                 88 RECIBO-ANULADO VALUE "A".
