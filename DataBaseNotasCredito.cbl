      *Definicion del archivo de notas de credito (uso compartido):
      *indexado por numero de nota, con clave alterna por la factura
      *que cancelan para listar las notas de una factura.
       SELECT OPTIONAL ARCHIVO-NOTAS-CREDITO
       ASSIGN TO "notas_credito.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS NOTA-CREDITO-NUMERO
       ALTERNATE RECORD KEY IS NOTA-CREDITO-FACTURA WITH DUPLICATES
       FILE STATUS IS NOTAS-CREDITO-STATUS.
