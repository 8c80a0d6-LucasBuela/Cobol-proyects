      *Definicion del estado de las cadenas de hash (uso compartido):
      *un renglon por archivo encadenado, indexado por su nombre
      *fisico, asi el juego de entrenamiento lleva su propia cadena
      *sin tocar la de produccion.
       SELECT OPTIONAL ARCHIVO-CADENA-ESTADO
       ASSIGN TO "cadena_estado.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CADENA-ESTADO-ARCHIVO
       FILE STATUS IS CADENA-ESTADO-STATUS.
