      *Definicion del archivo de categorias de reclamos (uso
      *compartido).
       SELECT OPTIONAL ARCHIVO-CATEGORIAS-RECLAMO
       ASSIGN TO "reclamos_categorias.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CATEGORIAS-RECLAMO-STATUS.
