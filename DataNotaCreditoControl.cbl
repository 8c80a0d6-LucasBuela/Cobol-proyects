      *Guarda el mayor numero de nota de credito asignado.
       FD  ARCHIVO-NOTA-CREDITO-CONTROL.
           01 NOTA-CREDITO-CONTROL-REGISTRO.
              10 NOTA-CREDITO-NUMERO-ACTUAL PIC 9(8).
