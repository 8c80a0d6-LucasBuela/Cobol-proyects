      *Definicion del archivo de casos del monitoreo de movimientos
      *(uso compartido): un caso por cliente, regla y movimiento que
      *la disparo, asi una corrida que vuelve a revisar los mismos
      *dias no abre dos veces el mismo caso.
       SELECT OPTIONAL ARCHIVO-CASOS-MONITOREO
       ASSIGN TO "casos_monitoreo.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CASO-CLAVE
       FILE STATUS IS CASOS-STATUS.
