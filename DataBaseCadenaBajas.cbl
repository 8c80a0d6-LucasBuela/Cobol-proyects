      *Definicion de las bajas justificadas de registros encadenados
      *(uso compartido): indexado por archivo y numero de cadena, asi
      *la verificacion salta el hueco de un registro que salio del
      *archivo por un motivo legitimo.
       SELECT OPTIONAL ARCHIVO-CADENA-BAJAS
       ASSIGN TO "cadena_bajas.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CADENA-BAJA-CLAVE
       FILE STATUS IS CADENA-BAJAS-STATUS.
