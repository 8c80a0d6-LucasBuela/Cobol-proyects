      *Definicion del archivo de trabajos del proceso nocturno (uso
      *compartido): un renglon por paso de la cadena, con el programa
      *que corre, cuando corre, de que pasos depende y si esta
      *habilitado. Lo mantiene Mantener-configuracion; si el archivo
      *no esta, Proceso-nocturno corre la cadena de siempre.
       SELECT OPTIONAL ARCHIVO-TRABAJOS-NOCTURNO
       ASSIGN TO "trabajos_nocturno.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS TRABAJOS-STATUS.
