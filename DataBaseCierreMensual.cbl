      *Definicion del archivo de control del cierre mensual (uso
      *compartido): un renglon por periodo AAAAMM y paso del cierre
      *con su estado, quien lo corrio y cuando, mas el renglon de la
      *excepcion firmada por un supervisor (paso 99).
       SELECT OPTIONAL ARCHIVO-CIERRE-MENSUAL
       ASSIGN TO "cierre_mensual.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS CIERRE-MENSUAL-CLAVE
       FILE STATUS IS CIERRE-MENSUAL-STATUS.
