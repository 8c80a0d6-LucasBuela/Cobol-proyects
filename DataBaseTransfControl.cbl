      *Definicion del archivo de control de numeracion de las
      *transferencias a otros bancos (uso compartido), misma idea
      *que recibo_control.dat.
       SELECT OPTIONAL ARCHIVO-TRANSF-CONTROL
       ASSIGN TO "transf_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS TRANSF-CONTROL-STATUS.
