      *Definicion del archivo de control de numeracion de recibos de
      *caja (uso compartido), misma idea que factura_control.dat.
       SELECT OPTIONAL ARCHIVO-RECIBO-CONTROL
       ASSIGN TO "recibo_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS RECIBO-CONTROL-STATUS.
