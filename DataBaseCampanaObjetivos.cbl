      *Definicion del archivo de objetivos de campana (uso
      *compartido): un registro por campana y cliente, con clave
      *alternativa por cliente para atribuir sus contactos y sus
      *productos nuevos a las campanas que lo tienen de objetivo.
       SELECT OPTIONAL ARCHIVO-CAMPANA-OBJETIVOS
       ASSIGN TO "campana_objetivos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS OBJETIVO-CLAVE
       ALTERNATE RECORD KEY IS OBJETIVO-CLIENTES-ID WITH DUPLICATES
       FILE STATUS IS CAMPANA-OBJETIVOS-STATUS.
