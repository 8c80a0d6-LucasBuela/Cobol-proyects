      *Guarda el mayor numero de transferencia a otro banco asignado
      *hasta el momento.
       FD  ARCHIVO-TRANSF-CONTROL.
           01 TRANSF-CONTROL-REGISTRO.
              10 TRANSF-NUMERO-ACTUAL PIC 9(8).
