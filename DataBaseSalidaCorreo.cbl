      *Definicion de la salida al gateway de correo (uso compartido):
      *cada programa de cartas agrega aca un renglon por documento
      *que va por correo electronico y el gateway los levanta.
       SELECT OPTIONAL ARCHIVO-SALIDA-CORREO
       ASSIGN TO "salida_correo.dat"
       ORGANIZATION LINE SEQUENTIAL.
