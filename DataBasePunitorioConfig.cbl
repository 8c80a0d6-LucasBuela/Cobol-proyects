      *Definicion del archivo de configuracion de punitorios (uso
      *compartido).
       SELECT OPTIONAL ARCHIVO-CONFIG-PUNITORIO
       ASSIGN TO "punitorio_config.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CONFIG-PUNITORIO-STATUS.
