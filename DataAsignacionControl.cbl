      *Guarda el mayor numero de asignacion dado hasta el momento.
       FD  ARCHIVO-ASIGNACION-CONTROL.
           01 ASIGNACION-CONTROL-REGISTRO.
              10 ASIGNACION-NUMERO-ACTUAL PIC 9(8).
