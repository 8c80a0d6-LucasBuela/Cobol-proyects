      *Guarda el mayor numero de recibo de caja asignado hasta el
      *momento.
       FD  ARCHIVO-RECIBO-CONTROL.
           01 RECIBO-CONTROL-REGISTRO.
              10 RECIBO-NUMERO-ACTUAL PIC 9(8).
