      *Definicion del archivo de promesas de pago (uso compartido):
      *indexado por el numero de promesa, con clave alterna por
      *cliente para saber si uno tiene una promesa abierta.
       SELECT OPTIONAL ARCHIVO-PROMESAS
       ASSIGN TO "promesas_pago.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PROMESA-NUMERO
       ALTERNATE RECORD KEY IS PROMESA-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS PROMESAS-STATUS.
