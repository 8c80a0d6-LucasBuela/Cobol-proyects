      *Guarda el mayor numero de castigo asignado hasta el momento.
       FD  ARCHIVO-CASTIGO-CONTROL.
           01 CASTIGO-CONTROL-REGISTRO.
              10 CASTIGO-NUMERO-ACTUAL PIC 9(8).
