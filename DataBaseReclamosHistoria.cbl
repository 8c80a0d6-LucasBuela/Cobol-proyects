      *Definicion de la historia de los reclamos (uso compartido):
      *cada apertura, reasignacion y cierre deja una linea, igual
      *que la auditoria del registro de documentos.
       SELECT OPTIONAL ARCHIVO-RECLAMOS-HISTORIA
       ASSIGN TO "reclamos_historia.log"
       ORGANIZATION LINE SEQUENTIAL.
