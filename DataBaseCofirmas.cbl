      *Definicion del registro de firmas de segundo operador (uso
      *compartido): cada operacion que paso el umbral y se asento con
      *la firma de un segundo operador deja un renglon, para poder
      *revisar despues quien autorizo a quien.
       SELECT OPTIONAL ARCHIVO-COFIRMAS
       ASSIGN TO "cofirmas.log"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS COFIRMAS-STATUS.
