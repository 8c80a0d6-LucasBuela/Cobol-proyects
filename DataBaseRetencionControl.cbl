      *Definicion del archivo de control de numeracion de
      *certificados de retencion (uso compartido), misma idea que
      *plazo_control.dat.
       SELECT OPTIONAL ARCHIVO-RETENCION-CONTROL
       ASSIGN TO "retencion_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS RETENCION-CONTROL-STATUS.
