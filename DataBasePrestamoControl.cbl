      *Definicion del archivo de control de numeracion de prestamos
      *(uso compartido), misma idea que recibo_control.dat.
       SELECT OPTIONAL ARCHIVO-PRESTAMO-CONTROL
       ASSIGN TO "prestamo_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS PRESTAMO-CONTROL-STATUS.
