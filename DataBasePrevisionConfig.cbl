      *Definicion del archivo de porcentajes de prevision por
      *incobrables (uso compartido).
       SELECT OPTIONAL ARCHIVO-CONFIG-PREVISION
       ASSIGN TO "prevision_config.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CONFIG-PREVISION-STATUS.
