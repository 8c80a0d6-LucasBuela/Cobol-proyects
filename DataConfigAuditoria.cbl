      *Un cambio de configuracion: cuando, quien, en que archivo y
      *que se cambio. Los cambios que piden segundo operador terminan
      *la descripcion con " FIRMA " y el ID del que firmo.
       FD  ARCHIVO-CONFIG-AUDITORIA.
           01 CONFIG-AUDITORIA-REGISTRO.
              10 CAUDIT-FECHA-HORA PIC X(21).
              10 CAUDIT-OPERADOR PIC X(10).
              10 CAUDIT-ARCHIVO PIC X(12).
              10 CAUDIT-DESCRIPCION PIC X(50).
