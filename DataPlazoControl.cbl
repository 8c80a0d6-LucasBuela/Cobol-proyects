      *Guarda el mayor numero de certificado asignado hasta el
      *momento.
       FD  ARCHIVO-PLAZO-CONTROL.
           01 PLAZO-CONTROL-REGISTRO.
              10 PLAZO-NUMERO-ACTUAL PIC 9(8).
