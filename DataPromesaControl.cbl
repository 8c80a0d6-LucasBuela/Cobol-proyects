      *Guarda el mayor numero de promesa asignado hasta el momento.
       FD  ARCHIVO-PROMESA-CONTROL.
           01 PROMESA-CONTROL-REGISTRO.
              10 PROMESA-NUMERO-ACTUAL PIC 9(8).
