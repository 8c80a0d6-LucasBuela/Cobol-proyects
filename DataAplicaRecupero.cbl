      *Imputacion de un cobro a un saldo castigado (uso compartido):
      *el que llama acaba de acreditar un pago a un cliente castigado
      *y carga el cliente, el importe del pago, por donde entro, el
      *operador y la fecha-hora que va a usar para el renglon del
      *ledger; Aplicar-recupero devuelve cuanto del pago se toma como
      *recupero (cero si no hay castigo vigente), lo que queda
      *pendiente del castigo y su numero. El que llama saca lo
      *recuperado del saldo con un renglon tipo "W".
       01  APLICA-RECUPERO.
           05 APLICA-CLIENTES-ID PIC X(6).
           05 APLICA-PAGO PIC S9(7)V99 COMP-3.
           05 APLICA-ORIGEN PIC X(1).
           05 APLICA-OPERADOR PIC X(10).
           05 APLICA-FECHA-HORA PIC X(21).
           05 APLICA-RECUPERADO PIC S9(7)V99 COMP-3.
           05 APLICA-PENDIENTE PIC S9(7)V99 COMP-3.
           05 APLICA-CASTIGO-NUMERO PIC 9(8).
