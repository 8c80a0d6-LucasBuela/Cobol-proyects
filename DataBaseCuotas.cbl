      *Definicion del archivo de cuotas de prestamos (uso
      *compartido): la clave prestamo + numero de cuota deja
      *recorrer con un START + READ NEXT el cronograma de un
      *prestamo en orden.
       SELECT OPTIONAL ARCHIVO-CUOTAS
       ASSIGN TO "cuotas_prestamo.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CUOTA-CLAVE
       FILE STATUS IS CUOTAS-STATUS.
