      *Definicion del registro de aceptaciones de condiciones (uso
      *compartido): cada vez que un cliente acepta una version de
      *condiciones.dat queda aca la constancia, que no se borra ni se
      *regraba; la ficha del cliente solo guarda la ultima.
       SELECT OPTIONAL ARCHIVO-ACEPTACIONES
       ASSIGN TO "aceptaciones_condiciones.log"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS ACEPTACIONES-STATUS.
