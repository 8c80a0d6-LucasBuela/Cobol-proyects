      *Definicion del archivo de saldos castigados (uso compartido):
      *la cuenta de orden de cada cliente al que se le dio de baja la
      *deuda por incobrable, numerada por castigo, con clave alterna
      *por cliente para que los cobros encuentren su castigo vigente.
       SELECT OPTIONAL ARCHIVO-CASTIGOS
       ASSIGN TO "castigos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CASTIGO-NUMERO
       ALTERNATE RECORD KEY IS CASTIGO-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS CASTIGOS-STATUS.
