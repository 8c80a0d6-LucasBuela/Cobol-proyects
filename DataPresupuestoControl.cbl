      *Guarda el mayor numero de presupuesto asignado.
       FD  ARCHIVO-PRESUPUESTO-CONTROL.
           01 PRESUPUESTO-CONTROL-REGISTRO.
              10 PRESUPUESTO-NUMERO-ACTUAL PIC 9(8).
