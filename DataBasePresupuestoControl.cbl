      *Definicion del archivo de control de numeracion de
      *presupuestos (uso compartido), misma idea que
      *factura_control.dat.
       SELECT OPTIONAL ARCHIVO-PRESUPUESTO-CONTROL
       ASSIGN TO "presupuesto_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS PRESUPUESTO-CONTROL-STATUS.
