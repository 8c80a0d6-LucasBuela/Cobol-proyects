      *Guarda el mayor numero de prestamo asignado hasta el momento.
       FD  ARCHIVO-PRESTAMO-CONTROL.
           01 PRESTAMO-CONTROL-REGISTRO.
              10 PRESTAMO-NUMERO-ACTUAL PIC 9(8).
