      *Definicion del archivo de plazos de documentacion (uso
      *compartido).
       SELECT OPTIONAL ARCHIVO-CONFIG-DOCUMENTOS
       ASSIGN TO "documentos_config.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CONFIG-DOCUMENTOS-STATUS.
