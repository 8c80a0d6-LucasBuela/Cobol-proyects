      *Definicion del archivo de cartera de oficiales de cuenta (uso
      *compartido): un registro por cliente con el oficial que lo
      *atiende; indexado por cliente, con clave alternativa por
      *oficial para recorrer la cartera de cada uno.
       SELECT OPTIONAL ARCHIVO-CARTERA
       ASSIGN TO "cartera_oficiales.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CARTERA-CLIENTES-ID
       ALTERNATE RECORD KEY IS CARTERA-OFICIAL WITH DUPLICATES
       FILE STATUS IS CARTERA-STATUS.
