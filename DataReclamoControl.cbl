      *Guarda el mayor numero de reclamo asignado hasta el momento.
       FD  ARCHIVO-RECLAMO-CONTROL.
           01 RECLAMO-CONTROL-REGISTRO.
              10 RECLAMO-NUMERO-ACTUAL PIC 9(8).
