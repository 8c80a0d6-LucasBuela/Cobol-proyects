      *Definicion del archivo de plazos de inmovilizacion (uso
      *compartido).
       SELECT OPTIONAL ARCHIVO-CONFIG-INMOVILIZACION
       ASSIGN TO "inmovilizacion_config.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CONFIG-INMOVILIZACION-STATUS.
