      *Definicion del historial de versiones de las condiciones
      *(uso compartido): indexado por producto y fecha de vigencia,
      *igual que monedas_historia.dat, asi un START en el producto
      *recorre sus versiones en orden de fecha. El producto en
      *blanco son las condiciones generales de interes_config.dat.
       SELECT OPTIONAL ARCHIVO-CONDICIONES
       ASSIGN TO "condiciones.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CONDV-CLAVE
       FILE STATUS IS CONDICIONES-STATUS.
