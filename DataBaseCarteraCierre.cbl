      *Definicion de la foto de carteras del ultimo cierre mensual
      *(uso compartido).
       SELECT OPTIONAL ARCHIVO-CARTERA-CIERRE
       ASSIGN TO "cartera_cierre.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CARTERA-CIERRE-STATUS.
