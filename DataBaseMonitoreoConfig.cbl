      *Definicion del archivo de reglas de monitoreo de movimientos
      *(uso compartido).
       SELECT OPTIONAL ARCHIVO-CONFIG-MONITOREO
       ASSIGN TO "monitoreo_config.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CONFIG-MONITOREO-STATUS.
