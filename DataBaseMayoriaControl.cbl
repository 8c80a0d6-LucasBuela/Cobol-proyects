      *Definicion del control de la corrida de mayoria de edad (uso
      *compartido).
       SELECT OPTIONAL ARCHIVO-MAYORIA-CONTROL
       ASSIGN TO "mayoria_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS MAYORIA-CONTROL-STATUS.
