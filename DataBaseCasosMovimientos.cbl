      *Definicion del archivo de movimientos adjuntos a los casos
      *del monitoreo (uso compartido).
       SELECT OPTIONAL ARCHIVO-CASOS-MOVIMIENTOS
       ASSIGN TO "casos_movimientos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CMOV-CLAVE
       FILE STATUS IS CASOS-MOVIMIENTOS-STATUS.
