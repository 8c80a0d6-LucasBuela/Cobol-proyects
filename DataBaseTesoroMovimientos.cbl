      *Definicion del registro de movimientos del tesoro (uso
      *compartido): cada entrega, devolucion, remesa, apertura y
      *cierre queda anotado con quien lo hizo y quien lo firmo.
       SELECT OPTIONAL ARCHIVO-TESORO-MOVIMIENTOS
       ASSIGN TO "tesoro_movimientos.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS TESORO-MOVIMIENTOS-STATUS.
