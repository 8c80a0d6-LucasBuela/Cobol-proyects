      *Guarda el mayor numero de certificado de retencion asignado
      *hasta el momento.
       FD  ARCHIVO-RETENCION-CONTROL.
           01 RETENCION-CONTROL-REGISTRO.
              10 RETENCION-NUMERO-ACTUAL PIC 9(8).
