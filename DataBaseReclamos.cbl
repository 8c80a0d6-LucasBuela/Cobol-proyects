      *Definicion del archivo de reclamos de clientes (uso
      *compartido): indexado por numero de reclamo, con claves
      *alternas por cliente y por operador asignado para recorrer
      *los reclamos de uno u otro sin leer todo el archivo, igual que
      *facturas.dat.
       SELECT OPTIONAL ARCHIVO-RECLAMOS
       ASSIGN TO "reclamos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS RECLAMO-NUMERO
       ALTERNATE RECORD KEY IS RECLAMO-CLIENTES-ID WITH DUPLICATES
       ALTERNATE RECORD KEY IS RECLAMO-OPERADOR-ASIGNADO
           WITH DUPLICATES
       FILE STATUS IS RECLAMOS-STATUS.
