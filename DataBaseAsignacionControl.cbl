      *Definicion del archivo de control de numeracion de
      *asignaciones a agencias (uso compartido), misma idea que
      *castigo_control.dat.
       SELECT OPTIONAL ARCHIVO-ASIGNACION-CONTROL
       ASSIGN TO "asignacion_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS ASIGNACION-CONTROL-STATUS.
