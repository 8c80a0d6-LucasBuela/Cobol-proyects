      *Definicion del archivo de control de numeracion de reclamos
      *(uso compartido), misma idea que castigo_control.dat.
       SELECT OPTIONAL ARCHIVO-RECLAMO-CONTROL
       ASSIGN TO "reclamo_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS RECLAMO-CONTROL-STATUS.
