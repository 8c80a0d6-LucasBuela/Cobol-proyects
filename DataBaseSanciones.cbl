      *Definicion de la lista vigente de sanciones y PEP (uso
      *compartido): la arma Cargar-lista-sanciones con cada envio
      *mensual y la recorre entera Cotejar-listas-cumplimiento.
       SELECT OPTIONAL ARCHIVO-SANCIONES
       ASSIGN TO "sanciones.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS SANCIONES-STATUS.
