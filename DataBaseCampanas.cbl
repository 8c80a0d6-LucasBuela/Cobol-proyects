      *Definicion del archivo de campanas de marketing (uso
      *compartido): una campana por codigo, con sus fechas, su canal
      *y los criterios con que se armo la lista de objetivos.
       SELECT OPTIONAL ARCHIVO-CAMPANAS
       ASSIGN TO "campanas.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CAMPANA-CODIGO
       FILE STATUS IS CAMPANAS-STATUS.
