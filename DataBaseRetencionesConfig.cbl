      *Definicion del archivo de configuracion de retenciones de
      *ganancias sobre intereses (uso compartido).
       SELECT OPTIONAL ARCHIVO-CONFIG-RETENCIONES
       ASSIGN TO "retenciones_config.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CONFIG-RETENCIONES-STATUS.
