      *Definicion de la auditoria de los cambios de configuracion (uso
      *compartido): la graba Mantener-configuracion y la lee la
      *revision de segregacion de funciones.
       SELECT OPTIONAL ARCHIVO-CONFIG-AUDITORIA
       ASSIGN TO "config_auditoria.log"
       ORGANIZATION LINE SEQUENTIAL.
