      *Definicion del archivo de reglas de puntos de fidelidad (uso
      *compartido).
       SELECT OPTIONAL ARCHIVO-CONFIG-PUNTOS
       ASSIGN TO "puntos_config.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CONFIG-PUNTOS-STATUS.
