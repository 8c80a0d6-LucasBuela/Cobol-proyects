      *Definicion del archivo de control de numeracion de notas de
      *credito (uso compartido), misma idea que factura_control.dat.
       SELECT OPTIONAL ARCHIVO-NOTA-CREDITO-CONTROL
       ASSIGN TO "nota_credito_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS NOTA-CREDITO-CONTROL-STATUS.
