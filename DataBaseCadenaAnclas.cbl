      *Definicion del registro de anclas de las cadenas de hash (uso
      *compartido): se agrega un renglon por cada archivo rotado o
      *archivado, nunca se reescribe.
       SELECT OPTIONAL ARCHIVO-CADENA-ANCLAS
       ASSIGN TO "cadena_anclas.log"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CADENA-ANCLAS-STATUS.
