      *Definicion del archivo de prestamos personales (uso
      *compartido): indexado por el numero de prestamo, con clave
      *alterna por cliente para ver todos los prestamos de uno.
       SELECT OPTIONAL ARCHIVO-PRESTAMOS
       ASSIGN TO "prestamos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PRESTAMO-NUMERO
       ALTERNATE RECORD KEY IS PRESTAMO-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS PRESTAMOS-STATUS.
