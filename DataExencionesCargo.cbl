      *Un cliente que no paga el cargo de mantenimiento de la
      *corrida de interes de un periodo AAAAMM porque lo canjeo por
      *puntos de fidelidad en el mostrador: cuantos puntos costo,
      *quien lo registro y cuando, y si la corrida ya lo uso (con el
      *cargo que se dejo de cobrar).
       FD  ARCHIVO-EXENCIONES-CARGO.
           01 EXCARGO-REGISTRO.
              05 EXCARGO-CLAVE.
                 10 EXCARGO-PERIODO PIC X(6).
                 10 EXCARGO-CLIENTES-ID PIC X(6).
              05 EXCARGO-PUNTOS PIC 9(7).
              05 EXCARGO-OPERADOR PIC X(10).
              05 EXCARGO-FECHA-HORA PIC X(21).
              05 EXCARGO-ESTADO PIC X(1).
                 88 EXCARGO-PENDIENTE VALUE "P".
                 88 EXCARGO-APLICADA VALUE "A".
              05 EXCARGO-IMPORTE PIC S9(5)V99 COMP-3.
