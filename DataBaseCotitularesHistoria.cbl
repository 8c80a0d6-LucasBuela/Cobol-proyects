      *Definicion de la auditoria de cotitulares (uso compartido):
      *cada alta, cambio o baja de un vinculo deja una linea con la
      *imagen antes y despues y, en las bajas, el supervisor que la
      *aprobo.
       SELECT OPTIONAL ARCHIVO-COTITULARES-HISTORIA
       ASSIGN TO "cotitulares_historia.log"
       ORGANIZATION LINE SEQUENTIAL.
