      *Guarda el mayor numero de solicitud web asignado hasta el
      *momento.
       FD  ARCHIVO-SOLICITUD-WEB-CONTROL.
           01 SOLICITUD-WEB-CONTROL-REGISTRO.
              10 SOLWEB-NUMERO-ACTUAL PIC 9(8).
