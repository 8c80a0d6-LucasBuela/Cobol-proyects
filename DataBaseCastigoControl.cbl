      *Definicion del archivo de control de numeracion de castigos
      *(uso compartido), misma idea que plazo_control.dat.
       SELECT OPTIONAL ARCHIVO-CASTIGO-CONTROL
       ASSIGN TO "castigo_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CASTIGO-CONTROL-STATUS.
