      *Definicion del archivo de plazos fijos (uso compartido):
      *indexado por el numero de certificado, con clave alterna por
      *cliente para ver todos los plazos fijos de uno.
       SELECT OPTIONAL ARCHIVO-PLAZOS-FIJOS
       ASSIGN TO "plazos_fijos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PLAZO-NUMERO
       ALTERNATE RECORD KEY IS PLAZO-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS PLAZOS-FIJOS-STATUS.
