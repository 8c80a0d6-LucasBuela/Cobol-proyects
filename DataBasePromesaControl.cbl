      *Definicion del archivo de control de numeracion de promesas
      *de pago (uso compartido), misma idea que recibo_control.dat.
       SELECT OPTIONAL ARCHIVO-PROMESA-CONTROL
       ASSIGN TO "promesa_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS PROMESA-CONTROL-STATUS.
