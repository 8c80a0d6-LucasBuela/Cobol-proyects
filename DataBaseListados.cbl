      *Definicion del archivo de listados definidos por el usuario
      *(uso compartido): cada listado guardado por un supervisor con
      *Definir-listado, en varios renglones con el mismo nombre, y
      *que Listado-definido corre a pedido o desde la cola nocturna.
       SELECT OPTIONAL ARCHIVO-LISTADOS
       ASSIGN TO "listados.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS LISTADOS-STATUS.
