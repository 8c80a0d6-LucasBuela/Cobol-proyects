      *Definicion de la historia de asignaciones de cartera (uso
      *compartido).
       SELECT OPTIONAL ARCHIVO-CARTERA-HISTORIA
       ASSIGN TO "cartera_historia.log"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS CARTERA-HISTORIA-STATUS.
