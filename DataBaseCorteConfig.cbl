      *Definicion del archivo de hora de corte del dia habil (uso
      *compartido).
       SELECT OPTIONAL ARCHIVO-CONFIG-CORTE
       ASSIGN TO "corte_config.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CONFIG-CORTE-STATUS.
