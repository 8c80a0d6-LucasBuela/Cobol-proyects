      *Definicion del archivo de control de numeracion de las
      *solicitudes web (uso compartido), misma idea que
      *reclamo_control.dat.
       SELECT OPTIONAL ARCHIVO-SOLICITUD-WEB-CONTROL
       ASSIGN TO "solicitud_web_control.dat"
       ORGANIZATION LINE SEQUENTIAL
       FILE STATUS IS SOLICITUD-WEB-CONTROL-STATUS.
