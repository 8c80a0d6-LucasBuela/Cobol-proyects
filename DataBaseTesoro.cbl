      *Definicion del archivo de posicion diaria del tesoro de cada
      *sucursal (uso compartido): indexado por sucursal, moneda y
      *fecha, asi un START en la sucursal y la moneda recorre sus
      *dias en orden y el ultimo cierre es la apertura del dia.
       SELECT OPTIONAL ARCHIVO-TESORO
       ASSIGN TO "tesoro.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS TESORO-CLAVE
       FILE STATUS IS TESORO-STATUS.
