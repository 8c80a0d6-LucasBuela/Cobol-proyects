      *Definicion del archivo de reglas de la revision periodica de
      *limites de descubierto (uso compartido).
       SELECT OPTIONAL ARCHIVO-CONFIG-LIMITES
       ASSIGN TO "limites_config.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CONFIG-LIMITES-STATUS.
