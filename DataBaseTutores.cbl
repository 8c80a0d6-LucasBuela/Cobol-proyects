      *Definicion del archivo de tutores (uso compartido): un
      *registro por cliente menor de edad con el cliente que es su
      *tutor legal; indexado por el menor, con clave alternativa por
      *el tutor para ver a quienes representa.
       SELECT OPTIONAL ARCHIVO-TUTORES
       ASSIGN TO "tutores.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS TUTOR-MENOR-ID
       ALTERNATE RECORD KEY IS TUTOR-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS TUTORES-STATUS.
