      *Definicion del ledger de puntos de fidelidad (uso compartido):
      *indexado por cliente, fecha-hora y secuencia, igual que el
      *ledger de movimientos, asi un START recorre solo los puntos
      *de un cliente y en orden.
       SELECT OPTIONAL ARCHIVO-PUNTOS
       ASSIGN TO "puntos.dat"
       ORGANIZATION INDEXED
       ACCESS MODE DYNAMIC
       RECORD KEY IS PUNTOS-CLAVE
       FILE STATUS IS PUNTOS-STATUS.
