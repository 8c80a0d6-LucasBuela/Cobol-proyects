      *Un prestamo personal otorgado a un cliente: capital, tasa
      *nominal anual en porcentaje (tres enteros y dos decimales),
      *cantidad de cuotas y fecha de inicio, con la cuota fija del
      *sistema frances. El saldo de capital baja con cada cuota que
      *cobra el paso nocturno; con todas cobradas queda cancelado.
       FD  ARCHIVO-PRESTAMOS.
           01 PRESTAMO-REGISTRO.
              10 PRESTAMO-NUMERO PIC 9(8).
              10 PRESTAMO-CLIENTES-ID PIC X(6).
              10 PRESTAMO-CAPITAL PIC S9(7)V99 COMP-3.
              10 PRESTAMO-TASA-ANUAL PIC 9(3)V99.
              10 PRESTAMO-CUOTAS PIC 9(3).
              10 PRESTAMO-FECHA-INICIO PIC X(8).
              10 PRESTAMO-IMPORTE-CUOTA PIC S9(7)V99 COMP-3.
              10 PRESTAMO-SALDO-CAPITAL PIC S9(7)V99 COMP-3.
              10 PRESTAMO-CUOTAS-COBRADAS PIC 9(3).
              10 PRESTAMO-ESTADO PIC X(1).
                 88 PRESTAMO-VIGENTE VALUE "V".
                 88 PRESTAMO-CANCELADO VALUE "C".
              10 PRESTAMO-OPERADOR PIC X(10).
              10 PRESTAMO-AUTORIZADO-POR PIC X(10).
              10 PRESTAMO-FECHA-HORA PIC X(21).
