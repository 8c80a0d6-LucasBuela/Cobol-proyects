      *Definicion del archivo de actividad e inmovilizacion de cuentas
      *(uso compartido): indexado por cliente, un registro por cada
      *cliente que revisa el control nocturno de inmovilizacion.
       SELECT OPTIONAL ARCHIVO-INMOVILIZACION
       ASSIGN TO "inmovilizacion.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS INMOV-CLIENTES-ID
       FILE STATUS IS INMOVILIZACION-STATUS.
