      *Guarda el mayor numero de reporte de operacion sospechosa
      *asignado hasta el momento.
       FD  ARCHIVO-ROS-CONTROL.
           01 ROS-CONTROL-REGISTRO.
              10 ROS-NUMERO-ACTUAL PIC 9(8).
