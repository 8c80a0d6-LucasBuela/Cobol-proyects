              10 LOGVIEJO-ACCION PIC X(1).

       FD  ARCHIVO-TRABAJO.
           01 TRABAJO-REGISTRO PIC X(100).

       FD  ARCHIVO-MARCA-LOG.
           01 MARCA-LOG-REGISTRO PIC X(10).
