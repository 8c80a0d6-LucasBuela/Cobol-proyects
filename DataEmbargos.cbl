      *Un embargo: el importe que un oficio judicial ordena retener
      *sobre el saldo de un cliente, con la referencia del oficio, la
      *fecha desde la que rige y la fecha de liberacion (blanco
      *mientras el juzgado no la levante). Un embargo liberado queda
      *en el archivo con quien lo libero, nunca se borra.
       FD  ARCHIVO-EMBARGOS.
           01 EMBARGO-REGISTRO.
              10 EMBARGO-NUMERO PIC 9(6).
              10 EMBARGO-CLIENTES-ID PIC X(6).
              10 EMBARGO-REFERENCIA PIC X(30).
              10 EMBARGO-IMPORTE PIC S9(7)V99 COMP-3.
              10 EMBARGO-FECHA-INICIO PIC X(8).
              10 EMBARGO-FECHA-LIBERACION PIC X(8).
              10 EMBARGO-ESTADO PIC X(1).
                 88 EMBARGO-ACTIVO VALUE "A".
                 88 EMBARGO-LIBERADO VALUE "L".
              10 EMBARGO-OPERADOR-ALTA PIC X(10).
              10 EMBARGO-OPERADOR-LIBERA PIC X(10).
