      *Definicion del archivo de cuadres de caja firmados (uso
      *compartido): lo graba Cuadre-operadores y lo lee el cierre
      *del tesoro de la sucursal.
       SELECT OPTIONAL ARCHIVO-CUADRES
       ASSIGN TO "cuadres.dat"
       ORGANIZATION LINE SEQUENTIAL.
