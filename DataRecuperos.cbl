      *Un cobro de un cliente castigado imputado a su castigo: el
      *pago entero, la parte que se tomo como recupero (el resto, si
      *lo hay, queda en el saldo), lo que quedo pendiente y por donde
      *entro el pago (caja, banco, suspenso o agencia de cobranza).
      *La fecha-hora es la del renglon tipo "W" del ledger que saco
      *el recupero del saldo.
       FD  ARCHIVO-RECUPEROS.
           01 RECUPERO-REGISTRO.
              10 RECUPERO-CLAVE.
                 15 RECUPERO-FECHA-HORA PIC X(21).
                 15 RECUPERO-CASTIGO-NUMERO PIC 9(8).
              10 RECUPERO-CLIENTES-ID PIC X(6).
              10 RECUPERO-MONEDA PIC X(3).
              10 RECUPERO-PAGO PIC S9(7)V99 COMP-3.
              10 RECUPERO-IMPORTE PIC S9(7)V99 COMP-3.
              10 RECUPERO-PENDIENTE PIC S9(7)V99 COMP-3.
              10 RECUPERO-ORIGEN PIC X(1).
                 88 RECUPERO-POR-CAJA VALUE "C".
                 88 RECUPERO-POR-BANCO VALUE "B".
                 88 RECUPERO-POR-SUSPENSO VALUE "S".
                 88 RECUPERO-POR-AGENCIA VALUE "A".
              10 RECUPERO-OPERADOR PIC X(10).
