      *Saldo castigado de un cliente, fuera de balance: lo que se dio
      *de baja, lo recuperado despues con los cobros que siguieron
      *llegando y el supervisor que lo aprobo. La fecha-hora es la
      *del renglon tipo "W" del ledger que llevo el saldo a cero.
       FD  ARCHIVO-CASTIGOS.
           01 CASTIGO-REGISTRO.
              10 CASTIGO-NUMERO PIC 9(8).
              10 CASTIGO-CLIENTES-ID PIC X(6).
              10 CASTIGO-FECHA PIC X(8).
              10 CASTIGO-MONEDA PIC X(3).
              10 CASTIGO-IMPORTE PIC S9(7)V99 COMP-3.
              10 CASTIGO-RECUPERADO PIC S9(7)V99 COMP-3.
              10 CASTIGO-ESTADO PIC X(1).
                 88 CASTIGO-VIGENTE VALUE "V".
                 88 CASTIGO-RECUPERADO-TOTAL VALUE "R".
              10 CASTIGO-MOTIVO PIC X(30).
              10 CASTIGO-OPERADOR PIC X(10).
              10 CASTIGO-FECHA-HORA PIC X(21).
              10 CASTIGO-FECHA-ULTIMO-RECUPERO PIC X(8).
