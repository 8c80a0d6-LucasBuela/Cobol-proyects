      *Definicion del archivo de recuperos de saldos castigados (uso
      *compartido): indexado por fecha-hora y castigo, asi el reporte
      *de un periodo arranca directo en su primer dia, con clave
      *alterna por cliente.
       SELECT OPTIONAL ARCHIVO-RECUPEROS
       ASSIGN TO "recuperos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS RECUPERO-CLAVE
       ALTERNATE RECORD KEY IS RECUPERO-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS RECUPEROS-STATUS.
