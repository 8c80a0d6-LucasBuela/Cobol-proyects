      *Definicion del archivo de control de numeracion de plazos
      *fijos (uso compartido), misma idea que recibo_control.dat.
       SELECT OPTIONAL ARCHIVO-PLAZO-CONTROL
       ASSIGN TO "plazo_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS PLAZO-CONTROL-STATUS.
