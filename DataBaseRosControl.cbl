      *Definicion del archivo de control de numeracion de reportes
      *de operacion sospechosa (uso compartido), misma idea que
      *castigo_control.dat.
       SELECT OPTIONAL ARCHIVO-ROS-CONTROL
       ASSIGN TO "ros_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS ROS-CONTROL-STATUS.
