      *Auditoria de extracciones (uso compartido): quien se llevo
      *datos de clientes, cuando y con que perfil de enmascarado.
       SELECT OPTIONAL ARCHIVO-EXPORTACIONES
       ASSIGN TO "exportaciones.log"
       ORGANIZATION LINE SEQUENTIAL.
