      *Tope de cada debito de un cliente menor bajo tutela, en
      *unidades enteras de la moneda del cliente, mantenido a mano
      *como documentos_config.dat: una sola linea de siete digitos,
      *por ejemplo "0005000". Sin archivo el tope es 5000.
       FD  ARCHIVO-CONFIG-MENORES.
           01 CONFIG-MENORES-REGISTRO.
              10 CONFIG-TOPE-DEBITO-MENOR PIC 9(7).
