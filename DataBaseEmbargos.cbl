      *Definicion del archivo de embargos judiciales (uso
      *compartido): indexado por numero de embargo, con clave alterna
      *por cliente para sumar lo retenido de un cliente con un START,
      *igual que las ordenes permanentes.
       SELECT OPTIONAL ARCHIVO-EMBARGOS
       ASSIGN TO "embargos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS EMBARGO-NUMERO
       ALTERNATE RECORD KEY IS EMBARGO-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS EMBARGOS-STATUS.
