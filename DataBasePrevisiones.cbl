      *Definicion del archivo de previsiones por incobrables (uso
      *compartido): indexado por periodo y cliente, con clave
      *alterna por cliente para ver la historia de uno solo.
       SELECT OPTIONAL ARCHIVO-PREVISIONES
       ASSIGN TO "previsiones.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PREVISION-CLAVE
       ALTERNATE RECORD KEY IS PREVISION-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS PREVISIONES-STATUS.
