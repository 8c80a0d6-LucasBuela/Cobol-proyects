      *Definicion de la auditoria de tutores (uso compartido).
       SELECT OPTIONAL ARCHIVO-TUTORES-HISTORIA
       ASSIGN TO "tutores_historia.log"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS TUTORES-HISTORIA-STATUS.
