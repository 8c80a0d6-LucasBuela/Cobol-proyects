      *Definicion del archivo de tope de debitos de menores (uso
      *compartido).
       SELECT OPTIONAL ARCHIVO-CONFIG-MENORES
       ASSIGN TO "menores_config.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CONFIG-MENORES-STATUS.
